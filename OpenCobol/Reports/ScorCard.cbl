000010******************************************************************
000020* PROGRAM:   SCORCARD                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   MONTH-END SERVICE SCORECARD, ONE PAGE PER RUN-ID.   *
000070*            THE MONTH COMES FROM THE SCRPARM CARD (YYYYMM) AND  *
000080*            DEFAULTS TO THE PREVIOUS CALENDAR MONTH, SO THE     *
000090*            STEP RUNS EARLY IN THE NEW MONTH AFTER THE LAST     *
000100*            CDSTATS ROLLUP OF THE OLD ONE.  THE MONTH'S RUNS    *
000110*            AND RETURN-CODE COUNTS, AND THE AVERAGE ELAPSED     *
000120*            TIME, ARE THE CDSTATS TOTALS LESS THE TOTALS HELD   *
000130*            ON THIS PROGRAM'S OWN CDSCORE SNAPSHOT FOR THE      *
000140*            LAST SCORED MONTH (CDSCRREC).  THE WORST ELAPSED    *
000150*            TIME AND THE SLA BREACH COUNT ARE TAKEN FROM THE    *
000160*            MONTH'S CDLOG AND CDLOGARC TICKS JUDGED AGAINST     *
000170*            CDSLA AS SLARPT JUDGES THEM, ESCALATED ALERTS FROM  *
000180*            CDALTESC (EACH ALERT COUNTED ONCE HOWEVER OFTEN IT  *
000190*            WAS ESCALATED), AND MISSED RUNS FROM THE CDSCHED    *
000200*            AND CDHOLDAY CALENDAR CHECKED DAY BY DAY AGAINST    *
000210*            CDAUDIT AND CDAUDARC AS SCHEDCHK CHECKS ONE DAY.    *
000220*            EACH RUN-ID GETS A SCORE - 10 POINTS PER FAILED     *
000230*            RUN (RC 08 AND ABOVE) AND PER MISSED RUN, 5 PER     *
000240*            SLA BREACH AND PER ESCALATED ALERT, 2 PER RESTART   *
000250*            (RC 04) - AND THE PAGES ARE PRINTED WORST SCORE     *
000260*            FIRST BEHIND A RANKING PAGE.  EVERY MEASURE IS      *
000270*            SHOWN BESIDE THE LAST SCORED MONTH WITH A TREND     *
000280*            ARROW (^ UP, V DOWN, = LEVEL) AND WHETHER THAT IS   *
000290*            BETTER OR WORSE.  THE REPORT GOES TO CDRPT21 AND    *
000300*            THE MONTH IS WRITTEN BACK TO CDSCORE BESIDE THE     *
000310*            BASELINE IT WAS SCORED AGAINST, SO A MONTH CAN BE   *
000320*            RESCORED.  RC 04 WHEN THERE IS NO BASELINE, THE     *
000330*            BASELINE IS NOT THE MONTH BEFORE, CDSTATS IS        *
000340*            MISSING OR A TABLE FILLED; RC 08 FOR A BAD CARD OR  *
000350*            A MONTH OLDER THAN ONE ALREADY SCORED, OR WHEN A    *
000355*            CDSCORE WRITE FAILS AND THE SNAPSHOT IS INCOMPLETE. *
000360******************************************************************
000370* MODIFICATION HISTORY                                           *
000380*   DATE        BY    DESCRIPTION                                *
000390*   ----------  ----  ------------------------------------       *
000400*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000405*   10/15/2026  JFM   A FAILED CDSCORE WRITE ENDS THE RUN RC 08. *
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. SCORCARD.
000440 AUTHOR. JFM.
000450 INSTALLATION. DATA CENTER OPERATIONS.
000460 DATE-WRITTEN. 10/15/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT SCR-PARM-FILE ASSIGN TO "SCRPARM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS W-PARM-FILE-STATUS.
000550
000560     SELECT SNAPSHOT-FILE ASSIGN TO "CDSCORE"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS W-SNAP-FILE-STATUS.
000590
000600     SELECT STATS-MASTER ASSIGN TO "CDSTATS"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS SEQUENTIAL
000630         RECORD KEY IS STA-RUN-ID
000640         FILE STATUS IS W-STAT-FILE-STATUS.
000650
000660     SELECT SLA-FILE ASSIGN TO "CDSLA"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS W-SLA-FILE-STATUS.
000690
000700     SELECT SCHED-FILE ASSIGN TO "CDSCHED"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS W-SCHED-FILE-STATUS.
000730
000740     SELECT HOLIDAY-FILE ASSIGN TO "CDHOLDAY"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS W-HOL-FILE-STATUS.
000770
000780     SELECT AUDIT-FILE ASSIGN TO "CDAUDIT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS W-AUDIT-FILE-STATUS.
000810
000820     SELECT AUDIT-ARCHIVE ASSIGN TO "CDAUDARC"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS W-AUDARC-FILE-STATUS.
000850
000860     SELECT COUNTDOWN-LOG ASSIGN TO "CDLOG"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS W-LOG-FILE-STATUS.
000890
000900     SELECT LOG-ARCHIVE ASSIGN TO "CDLOGARC"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS W-LOGARC-FILE-STATUS.
000930
000940     SELECT ESC-FILE ASSIGN TO "CDALTESC"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS W-ESC-FILE-STATUS.
000970
000980     SELECT PRINT-FILE ASSIGN TO "CDRPT21"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS W-PRINT-FILE-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  SCR-PARM-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070 01  SCR-PARM-RECORD.
001080     05  SCRP-PERIOD             PIC X(06).
001090     05  FILLER                  PIC X(74).
001100
001110 FD  SNAPSHOT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 150 CHARACTERS.
001140 01  SNAPSHOT-RECORD             PIC X(150).
001150
001160 FD  STATS-MASTER
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 100 CHARACTERS.
001190     COPY CDSTAREC.
001200
001210 FD  SLA-FILE
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 24 CHARACTERS.
001240 01  SLA-RECORD.
001250     05  SLA-RUN-ID              PIC X(08).
001260     05  SLA-EXPECT-SECS         PIC X(06).
001270     05  SLA-TOL-SECS            PIC X(06).
001280     05  FILLER                  PIC X(04).
001290
001300 FD  SCHED-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 40 CHARACTERS.
001330     COPY CDSCHREC.
001340
001350 FD  HOLIDAY-FILE
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 20 CHARACTERS.
001380 01  HOL-RECORD.
001390     05  HOL-DATE                PIC X(08).
001400     05  FILLER                  PIC X(12).
001410
001420 FD  AUDIT-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 40 CHARACTERS.
001450 01  AUD-IN-RECORD               PIC X(40).
001460
001470 FD  AUDIT-ARCHIVE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 40 CHARACTERS.
001500 01  AUDARC-RECORD               PIC X(40).
001510
001520 FD  COUNTDOWN-LOG
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 36 CHARACTERS.
001550 01  LOG-IN-RECORD               PIC X(36).
001560
001570 FD  LOG-ARCHIVE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 36 CHARACTERS.
001600 01  LOGARC-RECORD               PIC X(36).
001610
001620 FD  ESC-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 48 CHARACTERS.
001650 01  ESC-RECORD.
001660     05  ESC-RUN-ID              PIC X(08).
001670     05  ESC-ALERT-DATE          PIC 9(08).
001680     05  ESC-ALERT-TIME          PIC 9(08).
001690     05  ESC-SEVERITY            PIC X(01).
001700     05  ESC-ESC-DATE            PIC 9(08).
001710     05  ESC-ESC-TIME            PIC 9(08).
001720     05  FILLER                  PIC X(07).
001730
001740 FD  PRINT-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 80 CHARACTERS.
001770 01  PRINT-LINE                  PIC X(80).
001780
001790 WORKING-STORAGE SECTION.
001800*    ------------------------------------------------------------
001810*    RECORD LAYOUTS - SNAPSHOT, AUDIT AND LOG RECORDS FROM BOTH
001820*    THE LIVE AND ARCHIVE FILES ARE MOVED HERE TO BE WORKED ON
001830*    ------------------------------------------------------------
001840     COPY CDSCRREC.
001850     COPY CDAUDREC.
001860     COPY CDLOGREC.
001870
001880*    ------------------------------------------------------------
001890*    FILE STATUS FIELDS
001900*    ------------------------------------------------------------
001910 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001920 01  W-SNAP-FILE-STATUS          PIC X(02) VALUE SPACES.
001930 01  W-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001940 01  W-SLA-FILE-STATUS           PIC X(02) VALUE SPACES.
001950 01  W-SCHED-FILE-STATUS         PIC X(02) VALUE SPACES.
001960 01  W-HOL-FILE-STATUS           PIC X(02) VALUE SPACES.
001970 01  W-AUDIT-FILE-STATUS         PIC X(02) VALUE SPACES.
001980 01  W-AUDARC-FILE-STATUS        PIC X(02) VALUE SPACES.
001990 01  W-LOG-FILE-STATUS           PIC X(02) VALUE SPACES.
002000 01  W-LOGARC-FILE-STATUS        PIC X(02) VALUE SPACES.
002010 01  W-ESC-FILE-STATUS           PIC X(02) VALUE SPACES.
002020 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
002030
002040*    ------------------------------------------------------------
002050*    SWITCHES
002060*    ------------------------------------------------------------
002070 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
002080     88  W-EOF                              VALUE 'Y'.
002090 77  W-VALID-SW                  PIC X(01) VALUE 'Y'.
002100     88  W-INPUT-VALID                      VALUE 'Y'.
002110     88  W-INPUT-INVALID                    VALUE 'N'.
002120 77  W-FOUND-SW                  PIC X(01) VALUE 'N'.
002130     88  W-FOUND                            VALUE 'Y'.
002140 77  W-ADD-SW                    PIC X(01) VALUE 'N'.
002150     88  W-ADD-IF-MISSING                   VALUE 'Y'.
002160 77  W-DUE-SW                    PIC X(01) VALUE 'N'.
002170     88  W-DUE-TODAY                        VALUE 'Y'.
002180 77  W-HOLIDAY-SW                PIC X(01) VALUE 'N'.
002190     88  W-IS-HOLIDAY                       VALUE 'Y'.
002200 77  W-FIRST-REC-SW              PIC X(01) VALUE 'Y'.
002210     88  W-FIRST-REC                        VALUE 'Y'.
002220 77  W-STATS-SW                  PIC X(01) VALUE 'Y'.
002230     88  W-STATS-PRESENT                    VALUE 'Y'.
002240 77  W-PRIOR-SW                  PIC X(01) VALUE 'N'.
002250     88  W-HAS-PRIOR                        VALUE 'Y'.
002260 77  W-WARN-SW                   PIC X(01) VALUE 'N'.
002270     88  W-WARNING                          VALUE 'Y'.
002273 77  W-SNAP-ERR-SW               PIC X(01) VALUE 'N'.
002276     88  W-SNAP-WRITE-FAILED                VALUE 'Y'.
002280
002290*    ------------------------------------------------------------
002300*    PERIOD AND CALENDAR FIELDS.  W-CAL-DATE IS THE DAY BEING
002310*    EXPANDED; ITS DAY OF WEEK AND MONTH END ARE WORKED OUT
002320*    THE SAME WAY SCHEDGEN DOES FOR ITS GENERATION DATE.
002330*    ------------------------------------------------------------
002340 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002350 01  W-PERIOD                    PIC 9(06) VALUE ZERO.
002360 01  W-PERIOD-SPLIT REDEFINES W-PERIOD.
002370     05  W-PERIOD-YYYY           PIC 9(04).
002380     05  W-PERIOD-MM             PIC 9(02).
002390 01  W-PRIOR-PERIOD              PIC 9(06) VALUE ZERO.
002400 01  W-PRIOR-SPLIT REDEFINES W-PRIOR-PERIOD.
002410     05  W-PRIOR-YYYY            PIC 9(04).
002420     05  W-PRIOR-MM              PIC 9(02).
002430 77  W-BASE-PERIOD               PIC 9(06) VALUE ZERO.
002440 77  W-LATEST-PERIOD             PIC 9(06) VALUE ZERO.
002450 77  W-FROM-DATE                 PIC 9(08) VALUE ZERO.
002460 77  W-TO-DATE                   PIC 9(08) VALUE ZERO.
002470 01  W-CAL-DATE                  PIC 9(08) VALUE ZERO.
002480 01  W-CAL-SPLIT REDEFINES W-CAL-DATE.
002490     05  W-CAL-YYYYMM            PIC 9(06).
002500     05  W-CAL-YYYYMM-SPLIT REDEFINES W-CAL-YYYYMM.
002510         10  W-CAL-YYYY          PIC 9(04).
002520         10  W-CAL-MM            PIC 9(02).
002530     05  W-CAL-DD                PIC 9(02).
002540 01  W-ROW-DATE                  PIC 9(08) VALUE ZERO.
002550 01  W-ROW-DATE-SPLIT REDEFINES W-ROW-DATE.
002560     05  FILLER                  PIC 9(06).
002570     05  W-ROW-DD                PIC 9(02).
002580 77  W-DAY-OF-WEEK               PIC 9(01) VALUE ZERO.
002590*    ZELLER DAY NUMBERS: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY,
002600*    THROUGH 6 = FRIDAY.
002610 77  W-MONTH-END-DD              PIC 9(02) VALUE ZERO.
002620
002630*    ------------------------------------------------------------
002640*    ZELLER CONGRUENCE WORK FIELDS
002650*    ------------------------------------------------------------
002660 77  W-ZEL-Q                     PIC 9(02) COMP VALUE ZERO.
002670 77  W-ZEL-M                     PIC 9(02) COMP VALUE ZERO.
002680 77  W-ZEL-Y                     PIC 9(04) COMP VALUE ZERO.
002690 77  W-ZEL-K                     PIC 9(02) COMP VALUE ZERO.
002700 77  W-ZEL-J                     PIC 9(02) COMP VALUE ZERO.
002710 77  W-ZEL-H                     PIC S9(04) COMP VALUE ZERO.
002720 77  W-ZEL-WORK                  PIC S9(06) COMP VALUE ZERO.
002730
002740*    ------------------------------------------------------------
002750*    DAYS-IN-MONTH TABLE AND LEAP-YEAR WORK FIELDS
002760*    ------------------------------------------------------------
002770 01  W-DIM-VALUES                PIC X(24) VALUE
002780     "312831303130313130313031".
002790 01  W-DIM-TABLE REDEFINES W-DIM-VALUES.
002800     05  W-DIM                   PIC 9(02) OCCURS 12 TIMES.
002810 77  W-LEAP-QUOT                 PIC 9(04) COMP VALUE ZERO.
002820 77  W-LEAP-REM                  PIC 9(04) COMP VALUE ZERO.
002830 77  W-LEAP-SW                   PIC X(01) VALUE 'N'.
002840     88  W-LEAP-YEAR                        VALUE 'Y'.
002850
002860*    ------------------------------------------------------------
002870*    SNAPSHOT TABLE - CDSCORE HELD WHOLE.  THE IMAGE IS MOVED
002880*    TO SCR-RECORD WHEN ITS FIELDS ARE NEEDED.
002890*    ------------------------------------------------------------
002900 77  W-SNP-MAX                   PIC S9(04) COMP VALUE +400.
002910 77  W-SNP-LOST                  PIC 9(06) VALUE ZERO.
002920 01  W-SNP-TABLE.
002930     05  W-SNP-CNT               PIC S9(04) COMP VALUE ZERO.
002940     05  W-SNP-ENTRY OCCURS 400 TIMES.
002950         10  W-SNP-RUN-ID        PIC X(08).
002960         10  W-SNP-PERIOD        PIC 9(06).
002970         10  W-SNP-IMAGE         PIC X(150).
002980
002990*    ------------------------------------------------------------
003000*    SLA TABLE - CDSLA LOADED UP FRONT AS SLARPT LOADS IT
003010*    ------------------------------------------------------------
003020 77  W-SLA-MAX                   PIC S9(04) COMP VALUE +200.
003030 77  W-SLA-LOST                  PIC 9(06) VALUE ZERO.
003040 01  W-SLA-TABLE.
003050     05  W-SLA-CNT               PIC S9(04) COMP VALUE ZERO.
003060     05  W-SLA-ENTRY OCCURS 200 TIMES.
003070         10  W-SLA-RUN-ID        PIC X(08).
003080         10  W-SLA-EXPECT        PIC 9(06).
003090         10  W-SLA-TOL           PIC 9(06).
003100
003110*    ------------------------------------------------------------
003120*    SCHEDULE AND HOLIDAY TABLES - ONLY WHAT THE FREQUENCY
003130*    RULES NEED, AND ONLY THE HOLIDAYS INSIDE THE MONTH
003140*    ------------------------------------------------------------
003150 77  W-SCH-MAX                   PIC S9(04) COMP VALUE +500.
003160 77  W-SCH-LOST                  PIC 9(06) VALUE ZERO.
003170 01  W-SCH-TABLE.
003180     05  W-SCH-CNT               PIC S9(04) COMP VALUE ZERO.
003190     05  W-SCH-ENTRY OCCURS 500 TIMES.
003200         10  W-SCH-RUN-ID        PIC X(08).
003210         10  W-SCH-FREQ          PIC X(01).
003220             88  W-SCH-DAILY                VALUE 'D'.
003230             88  W-SCH-WEEKDAYS             VALUE 'W'.
003240             88  W-SCH-MONTH-END            VALUE 'M'.
003250             88  W-SCH-SPECIFIC-DATE        VALUE 'S'.
003260         10  W-SCH-DATE          PIC X(08).
003270
003280 77  W-HOL-MAX                   PIC S9(04) COMP VALUE +100.
003290 01  W-HOL-TABLE.
003300     05  W-HOL-CNT               PIC S9(04) COMP VALUE ZERO.
003310     05  W-HOL-ENTRY OCCURS 100 TIMES.
003320         10  W-HOL-DATE          PIC 9(08).
003330
003340*    ------------------------------------------------------------
003350*    ESCALATIONS ALREADY COUNTED - AN ALERT STILL OPEN IS
003360*    WRITTEN TO CDALTESC AGAIN EVERY TIME ALRTESC RUNS, SO IT
003370*    IS COUNTED ONCE BY RUN-ID AND ALERT DATE/TIME
003380*    ------------------------------------------------------------
003390 77  W-ESN-MAX                   PIC S9(04) COMP VALUE +1000.
003400 77  W-ESN-LOST                  PIC 9(06) VALUE ZERO.
003410 01  W-ESN-TABLE.
003420     05  W-ESN-CNT               PIC S9(04) COMP VALUE ZERO.
003430     05  W-ESN-ENTRY OCCURS 1000 TIMES.
003440         10  W-ESN-RUN-ID        PIC X(08).
003450         10  W-ESN-DATE          PIC 9(08).
003460         10  W-ESN-TIME          PIC 9(08).
003470
003480*    ------------------------------------------------------------
003490*    RUN-ID TABLE - ONE ENTRY PER RUN-ID SCORED.  THE CURRENT
003500*    CDSTATS TOTALS ARE KEPT FOR THE NEW SNAPSHOT; THE MONTH'S
003510*    MEASURES ARE BUILT UP FROM EVERY SOURCE.  W-RUN-BASE-X
003520*    POINTS AT THE RUN-ID'S BASELINE SNAPSHOT ENTRY, IF ANY.
003530*    THE DUE AND RAN FLAGS HOLD ONE BYTE PER DAY OF THE MONTH.
003540*    ------------------------------------------------------------
003550 77  W-RUN-MAX                   PIC S9(04) COMP VALUE +200.
003560 77  W-RUN-LOST                  PIC 9(06) VALUE ZERO.
003570 01  W-RUN-TABLE.
003580     05  W-RUN-CNT               PIC S9(04) COMP VALUE ZERO.
003590     05  W-RUN-ENTRY OCCURS 200 TIMES.
003600         10  W-RUN-ID            PIC X(08).
003610         10  W-RUN-BASE-X        PIC S9(04) COMP.
003620         10  W-RUN-SLA-X         PIC S9(04) COMP.
003630         10  W-RUN-SHOW-SW       PIC X(01).
003640             88  W-RUN-SHOWN                VALUE 'Y'.
003650         10  W-RUN-RANKED-SW     PIC X(01).
003660             88  W-RUN-RANKED               VALUE 'Y'.
003670         10  W-RUN-CUR-RUNS      PIC 9(06).
003680         10  W-RUN-CUR-TIMED     PIC 9(06).
003690         10  W-RUN-CUR-ELAPSED   PIC 9(08).
003700         10  W-RUN-CUR-RC00      PIC 9(05).
003710         10  W-RUN-CUR-RC04      PIC 9(05).
003720         10  W-RUN-CUR-RC08      PIC 9(05).
003730         10  W-RUN-CUR-RC12      PIC 9(05).
003740         10  W-RUN-CUR-RC16      PIC 9(05).
003750         10  W-RUN-CUR-RC-OTHER  PIC 9(05).
003760         10  W-RUN-RUNS          PIC 9(06).
003770         10  W-RUN-RC00          PIC 9(05).
003780         10  W-RUN-RC04          PIC 9(05).
003790         10  W-RUN-RC08          PIC 9(05).
003800         10  W-RUN-RC12          PIC 9(05).
003810         10  W-RUN-RC16          PIC 9(05).
003820         10  W-RUN-RC-OTHER      PIC 9(05).
003830         10  W-RUN-AVG           PIC 9(06).
003840         10  W-RUN-WORST         PIC 9(06).
003850         10  W-RUN-BREACHES      PIC 9(05).
003860         10  W-RUN-ESCALATED     PIC 9(05).
003870         10  W-RUN-MISSED        PIC 9(05).
003880         10  W-RUN-SCORE         PIC 9(07).
003890         10  W-RUN-DUE-FLAGS.
003900             15  W-RUN-DUE       PIC X(01) OCCURS 31 TIMES.
003910         10  W-RUN-RAN-FLAGS.
003920             15  W-RUN-RAN       PIC X(01) OCCURS 31 TIMES.
003930
003940*    ------------------------------------------------------------
003950*    RANKING - RUN-TABLE SUBSCRIPTS IN PRINT ORDER
003960*    ------------------------------------------------------------
003970 01  W-RANK-TABLE.
003980     05  W-RANK-CNT              PIC S9(04) COMP VALUE ZERO.
003990     05  W-RANK-X                PIC S9(04) COMP
004000                                 OCCURS 200 TIMES.
004010 77  W-BEST-X                    PIC S9(04) COMP VALUE ZERO.
004020
004030*    ------------------------------------------------------------
004040*    CURRENT LOG GROUP ACCUMULATORS
004050*    ------------------------------------------------------------
004060 01  W-GRP-RUN-ID                PIC X(08) VALUE SPACES.
004070 01  W-GRP-DATE                  PIC 9(08) VALUE ZERO.
004080 01  W-GRP-FIRST-TIME            PIC 9(08) VALUE ZERO.
004090 01  W-GRP-LAST-TIME             PIC 9(08) VALUE ZERO.
004100
004110*    ------------------------------------------------------------
004120*    ELAPSED-TIME WORK FIELDS
004130*    ------------------------------------------------------------
004140 01  W-TIME-IN                   PIC 9(08) VALUE ZERO.
004150 01  W-SECS-OUT                  PIC 9(06) VALUE ZERO.
004160 01  W-SEC-HH                    PIC 9(02) VALUE ZERO.
004170 01  W-SEC-MM                    PIC 9(02) VALUE ZERO.
004180 01  W-SEC-SS                    PIC 9(02) VALUE ZERO.
004190 01  W-FIRST-SECS                PIC 9(06) VALUE ZERO.
004200 01  W-LAST-SECS                 PIC 9(06) VALUE ZERO.
004210 01  W-ELAPSED-SECONDS           PIC 9(06) VALUE ZERO.
004220 01  W-ALLOWED-SECONDS           PIC 9(07) VALUE ZERO.
004230
004240*    ------------------------------------------------------------
004250*    DELTA, PERCENTAGE AND TREND WORK FIELDS
004260*    ------------------------------------------------------------
004270 01  W-DLT-CUR                   PIC 9(08) VALUE ZERO.
004280 01  W-DLT-BASE                  PIC 9(08) VALUE ZERO.
004290 01  W-DLT-OUT                   PIC 9(08) VALUE ZERO.
004300 01  W-DLT-TIMED                 PIC 9(08) VALUE ZERO.
004310 01  W-PCT-PART                  PIC 9(07) VALUE ZERO.
004320 01  W-PCT-WHOLE                 PIC 9(07) VALUE ZERO.
004330 01  W-PCT-OUT                   PIC 9(03)V9(01) VALUE ZERO.
004340 01  W-FAILED                    PIC 9(06) VALUE ZERO.
004350 01  W-TRD-CUR                   PIC 9(07)V9(01) VALUE ZERO.
004360 01  W-TRD-PRI                   PIC 9(07)V9(01) VALUE ZERO.
004370 01  W-TRD-SENSE                 PIC X(01) VALUE SPACE.
004380     88  W-TRD-HIGH-WORSE                   VALUE 'W'.
004390     88  W-TRD-HIGH-BETTER                  VALUE 'B'.
004400     88  W-TRD-NEUTRAL                      VALUE 'N'.
004410 01  W-TRD-TEXT                  PIC X(08) VALUE SPACES.
004420
004430*    ------------------------------------------------------------
004440*    ONE SCORECARD MEASURE ROW, FILLED IN BY THE CALLER OF
004450*    5800-PRINT-MEASURE
004460*    ------------------------------------------------------------
004470 01  W-ROW-CUR                   PIC 9(07) VALUE ZERO.
004480 01  W-ROW-PRI                   PIC 9(07) VALUE ZERO.
004490 01  W-ROW-CUR-PCT               PIC 9(03)V9(01) VALUE ZERO.
004500 01  W-ROW-PRI-PCT               PIC 9(03)V9(01) VALUE ZERO.
004510 77  W-ROW-PCT-SW                PIC X(01) VALUE 'N'.
004520     88  W-ROW-SHOW-PCT                     VALUE 'Y'.
004530 77  W-ROW-BY-PCT-SW             PIC X(01) VALUE 'N'.
004540     88  W-ROW-TREND-BY-PCT                 VALUE 'Y'.
004550
004560*    ------------------------------------------------------------
004570*    SUBSCRIPTS AND COUNTERS
004580*    ------------------------------------------------------------
004590 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
004600 77  W-X2                        PIC S9(04) COMP VALUE ZERO.
004610 77  W-X3                        PIC S9(04) COMP VALUE ZERO.
004620 77  W-DX                        PIC S9(04) COMP VALUE ZERO.
004630 77  W-LOOKUP-ID                 PIC X(08) VALUE SPACES.
004640 77  W-SHOWN-CNT                 PIC 9(06) VALUE ZERO.
004650 77  W-TOT-RUNS                  PIC 9(07) VALUE ZERO.
004660 77  W-TOT-BREACHES              PIC 9(07) VALUE ZERO.
004670 77  W-TOT-ESCALATED             PIC 9(07) VALUE ZERO.
004680 77  W-TOT-MISSED                PIC 9(07) VALUE ZERO.
004690 77  W-SNAP-WRITTEN              PIC 9(06) VALUE ZERO.
004700
004710*    ------------------------------------------------------------
004720*    REPORT CONTROL FIELDS
004730*    ------------------------------------------------------------
004740 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
004750 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
004760 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
004770 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
004780
004790*    ------------------------------------------------------------
004800*    RETURN CODE
004810*    ------------------------------------------------------------
004820 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
004830     88  W-RC-NORMAL                        VALUE 00.
004840     88  W-RC-WARNING                       VALUE 04.
004850     88  W-RC-BAD-INPUT                     VALUE 08.
004855     88  W-RC-SNAP-FAILED                   VALUE 08.
004860
004870*    ------------------------------------------------------------
004880*    REPORT LINE LAYOUTS
004890*    ------------------------------------------------------------
004900 01  W-HEAD-LINE-1.
004910     05  FILLER                  PIC X(33) VALUE
004920         "MONTHLY SERVICE SCORECARD        ".
004930     05  FILLER                  PIC X(05) VALUE "DATE ".
004940     05  H1-DATE                 PIC 9999/99/99.
004950     05  FILLER                  PIC X(07) VALUE "  PAGE ".
004960     05  H1-PAGE                 PIC ZZZ9.
004970     05  FILLER                  PIC X(21) VALUE SPACES.
004980
004990 01  W-PERIOD-LINE.
005000     05  FILLER                  PIC X(08) VALUE "PERIOD: ".
005010     05  PL-PERIOD               PIC 9999/99.
005020     05  FILLER                  PIC X(04) VALUE SPACES.
005030     05  FILLER                  PIC X(06) VALUE "DAYS: ".
005040     05  PL-FROM                 PIC 9999/99/99.
005050     05  FILLER                  PIC X(03) VALUE " - ".
005060     05  PL-TO                   PIC 9999/99/99.
005070     05  FILLER                  PIC X(04) VALUE SPACES.
005080     05  FILLER                  PIC X(09) VALUE "VERSUS:  ".
005090     05  PL-BASE-AREA            PIC X(07).
005100     05  PL-BASE REDEFINES PL-BASE-AREA
005110                                 PIC 9999/99.
005120     05  FILLER                  PIC X(12) VALUE SPACES.
005130
005140 01  W-SECTION-LINE-1            PIC X(80) VALUE
005150     "RUN-IDS RANKED WORST FIRST".
005160
005170 01  W-RANK-HEAD-LINE.
005180     05  FILLER                  PIC X(03) VALUE "RNK".
005190     05  FILLER                  PIC X(02) VALUE SPACES.
005200     05  FILLER                  PIC X(08) VALUE "RUN-ID  ".
005210     05  FILLER                  PIC X(02) VALUE SPACES.
005220     05  FILLER                  PIC X(07) VALUE "  SCORE".
005230     05  FILLER                  PIC X(01) VALUE SPACES.
005240     05  FILLER                  PIC X(08) VALUE "TREND   ".
005250     05  FILLER                  PIC X(01) VALUE SPACES.
005260     05  FILLER                  PIC X(07) VALUE "   RUNS".
005270     05  FILLER                  PIC X(02) VALUE SPACES.
005280     05  FILLER                  PIC X(06) VALUE " SUCC%".
005290     05  FILLER                  PIC X(02) VALUE SPACES.
005300     05  FILLER                  PIC X(06) VALUE "BREACH".
005310     05  FILLER                  PIC X(01) VALUE SPACES.
005320     05  FILLER                  PIC X(06) VALUE "   ESC".
005330     05  FILLER                  PIC X(01) VALUE SPACES.
005340     05  FILLER                  PIC X(06) VALUE "MISSED".
005350     05  FILLER                  PIC X(11) VALUE SPACES.
005360
005370 01  W-RANK-LINE.
005380     05  RL-RANK                 PIC ZZ9.
005390     05  FILLER                  PIC X(02) VALUE SPACES.
005400     05  RL-RUN-ID               PIC X(08).
005410     05  FILLER                  PIC X(02) VALUE SPACES.
005420     05  RL-SCORE                PIC ZZZ,ZZ9.
005430     05  FILLER                  PIC X(01) VALUE SPACES.
005440     05  RL-TREND                PIC X(08).
005450     05  FILLER                  PIC X(01) VALUE SPACES.
005460     05  RL-RUNS                 PIC ZZZ,ZZ9.
005470     05  FILLER                  PIC X(02) VALUE SPACES.
005480     05  RL-SUCC                 PIC ZZ9.9.
005490     05  FILLER                  PIC X(01) VALUE "%".
005500     05  FILLER                  PIC X(02) VALUE SPACES.
005510     05  RL-BREACHES             PIC ZZ,ZZ9.
005520     05  FILLER                  PIC X(01) VALUE SPACES.
005530     05  RL-ESCALATED            PIC ZZ,ZZ9.
005540     05  FILLER                  PIC X(01) VALUE SPACES.
005550     05  RL-MISSED               PIC ZZ,ZZ9.
005560     05  FILLER                  PIC X(11) VALUE SPACES.
005570
005580 01  W-CARD-LINE.
005590     05  FILLER                  PIC X(08) VALUE "RUN-ID: ".
005600     05  CL-RUN-ID               PIC X(08).
005610     05  FILLER                  PIC X(09) VALUE "   RANK: ".
005620     05  CL-RANK                 PIC ZZ9.
005630     05  FILLER                  PIC X(04) VALUE " OF ".
005640     05  CL-OF                   PIC ZZ9.
005650     05  FILLER                  PIC X(45) VALUE SPACES.
005660
005670 01  W-SLA-LINE.
005680     05  FILLER                  PIC X(17) VALUE
005690         "CDSLA EXPECTED:  ".
005700     05  SA-EXPECT               PIC ZZZ,ZZ9.
005710     05  FILLER                  PIC X(22) VALUE
005720         " SECS, TOLERANCE      ".
005730     05  SA-TOL                  PIC ZZZ,ZZ9.
005740     05  FILLER                  PIC X(05) VALUE " SECS".
005750     05  FILLER                  PIC X(22) VALUE SPACES.
005760
005770 01  W-NO-SLA-LINE               PIC X(80) VALUE
005780     "CDSLA EXPECTED:  (NO ENTRY - ELAPSED TIME NOT JUDGED)".
005790
005800 01  W-MEASURE-HEAD-LINE.
005810     05  FILLER                  PIC X(24) VALUE "MEASURE".
005820     05  FILLER                  PIC X(02) VALUE SPACES.
005830     05  FILLER                  PIC X(14) VALUE
005840         "    THIS MONTH".
005850     05  FILLER                  PIC X(03) VALUE SPACES.
005860     05  FILLER                  PIC X(14) VALUE
005870         "  LAST SCORED ".
005880     05  FILLER                  PIC X(03) VALUE SPACES.
005890     05  FILLER                  PIC X(08) VALUE "TREND   ".
005900     05  FILLER                  PIC X(12) VALUE SPACES.
005910
005920 01  W-MEASURE-LINE.
005930     05  ML-LABEL                PIC X(24).
005940     05  FILLER                  PIC X(02) VALUE SPACES.
005950     05  ML-CUR                  PIC ZZZ,ZZ9.
005960     05  FILLER                  PIC X(01) VALUE SPACES.
005970     05  ML-CUR-PCT-AREA         PIC X(06).
005980     05  ML-CUR-PCT-VIEW REDEFINES ML-CUR-PCT-AREA.
005990         10  ML-CUR-PCT          PIC ZZ9.9.
006000         10  ML-CUR-PCT-SIGN     PIC X(01).
006010     05  FILLER                  PIC X(03) VALUE SPACES.
006020     05  ML-PRI-AREA             PIC X(07).
006030     05  ML-PRI REDEFINES ML-PRI-AREA
006040                                 PIC ZZZ,ZZ9.
006050     05  FILLER                  PIC X(01) VALUE SPACES.
006060     05  ML-PRI-PCT-AREA         PIC X(06).
006070     05  ML-PRI-PCT-VIEW REDEFINES ML-PRI-PCT-AREA.
006080         10  ML-PRI-PCT          PIC ZZ9.9.
006090         10  ML-PRI-PCT-SIGN     PIC X(01).
006100     05  FILLER                  PIC X(03) VALUE SPACES.
006110     05  ML-TREND                PIC X(08).
006120     05  FILLER                  PIC X(12) VALUE SPACES.
006130
006140 01  W-NONE-LINE                 PIC X(80) VALUE
006150     "  (NO RUN-ID ACTIVITY IN THE PERIOD OR THE ONE BEFORE)".
006160 01  W-NO-BASE-LINE              PIC X(80) VALUE
006170     "  ** NO EARLIER MONTH SCORED - RUNS ARE CDSTATS TOTALS **".
006180 01  W-GAP-LINE                  PIC X(80) VALUE
006190     "  ** BASELINE NOT THE MONTH BEFORE - RUNS SPAN THE GAP **".
006200 01  W-NO-STATS-LINE             PIC X(80) VALUE
006210     "  ** NO CDSTATS MASTER PRESENT - RUN COUNTS ARE ZERO **".
006220
006230 01  W-LOST-LINE.
006240     05  FILLER                  PIC X(04) VALUE SPACES.
006250     05  LL-TABLE                PIC X(12).
006260     05  FILLER                  PIC X(12) VALUE
006270         "TABLE FULL -".
006280     05  LL-LOST                 PIC ZZZ,ZZ9.
006290     05  FILLER                  PIC X(30) VALUE
006300         " ENTRIES NOT CONSIDERED - RC 4".
006310     05  FILLER                  PIC X(15) VALUE SPACES.
006320
006330 01  W-SUMMARY-LINE.
006340     05  SL-LABEL                PIC X(24).
006350     05  SL-COUNT                PIC ZZZ,ZZ9.
006360     05  FILLER                  PIC X(49) VALUE SPACES.
006370
006380 PROCEDURE DIVISION.
006390*    ------------------------------------------------------------
006400*    0000-MAINLINE - PROGRAM ENTRY POINT
006410*    ------------------------------------------------------------
006420 0000-MAINLINE.
006430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006440     IF W-INPUT-VALID
006450         PERFORM 2000-LOAD-SNAPSHOT THRU 2000-EXIT
006460     END-IF.
006470     IF W-INPUT-INVALID
006480         PERFORM 8000-REJECT-BAD-PARM THRU 8000-EXIT
006490     ELSE
006500         PERFORM 2200-LOAD-SLA THRU 2200-EXIT
006510         PERFORM 2400-LOAD-STATS THRU 2400-EXIT
006520         PERFORM 2600-ADD-PRIOR-ONLY THRU 2600-EXIT
006530         PERFORM 2800-LOAD-SCHEDULE THRU 2800-EXIT
006540         PERFORM 2900-LOAD-HOLIDAYS THRU 2900-EXIT
006550         PERFORM 3000-EXPAND-PERIOD THRU 3000-EXIT
006560         PERFORM 3500-SCAN-AUDIT-TRAIL THRU 3500-EXIT
006570         PERFORM 3800-COUNT-MISSED THRU 3800-EXIT
006580         PERFORM 4000-SCAN-LOGS THRU 4000-EXIT
006590         PERFORM 4700-SCAN-ESCALATIONS THRU 4700-EXIT
006600         PERFORM 5000-SCORE-RUN-IDS THRU 5000-EXIT
006610         PERFORM 5200-RANK-RUN-IDS THRU 5200-EXIT
006620         PERFORM 5500-PRINT-RANKING THRU 5500-EXIT
006630         PERFORM 5700-PRINT-SCORECARDS THRU 5700-EXIT
006640         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
006650         PERFORM 6500-WRITE-SNAPSHOT THRU 6500-EXIT
006660     END-IF.
006670     PERFORM 7000-TERMINATE THRU 7000-EXIT.
006680     GOBACK.
006690
006700*    ------------------------------------------------------------
006710*    1000-INITIALIZE - READ AND EDIT THE SCRPARM MONTH.  A
006720*                     MISSING CARD OR A BLANK MONTH MEANS THE
006730*                     PREVIOUS CALENDAR MONTH.
006740*    ------------------------------------------------------------
006750 1000-INITIALIZE.
006760     ACCEPT W-TODAY FROM DATE YYYYMMDD.
006770     OPEN OUTPUT PRINT-FILE.
006780     MOVE SPACES TO SCR-PARM-RECORD.
006790     OPEN INPUT SCR-PARM-FILE.
006800     IF W-PARM-FILE-STATUS = "00"
006810         READ SCR-PARM-FILE
006820             AT END
006830                 MOVE SPACES TO SCR-PARM-RECORD
006840         END-READ
006850         CLOSE SCR-PARM-FILE
006860     END-IF.
006870     IF SCRP-PERIOD = SPACES
006880         PERFORM 1120-DEFAULT-PERIOD THRU 1120-EXIT
006890     ELSE
006900         PERFORM 1100-EDIT-PERIOD THRU 1100-EXIT
006910     END-IF.
006920     IF W-INPUT-VALID
006930         PERFORM 1140-SET-RANGE THRU 1140-EXIT
006940     END-IF.
006950 1000-EXIT.
006960     EXIT.
006970
006980*    ------------------------------------------------------------
006990*    1100-EDIT-PERIOD - A REAL YYYYMM NOT LATER THAN THIS MONTH
007000*    ------------------------------------------------------------
007010 1100-EDIT-PERIOD.
007020     IF SCRP-PERIOD IS NOT NUMERIC
007030         SET W-INPUT-INVALID TO TRUE
007040         GO TO 1100-EXIT
007050     END-IF.
007060     MOVE SCRP-PERIOD TO W-PERIOD.
007070     MOVE W-TODAY TO W-CAL-DATE.
007080     IF W-PERIOD-MM < 1 OR W-PERIOD-MM > 12
007090         OR W-PERIOD > W-CAL-YYYYMM
007100         SET W-INPUT-INVALID TO TRUE
007110     END-IF.
007120 1100-EXIT.
007130     EXIT.
007140
007150 1120-DEFAULT-PERIOD.
007160     MOVE W-TODAY TO W-CAL-DATE.
007170     MOVE W-CAL-YYYYMM TO W-PERIOD.
007180     IF W-PERIOD-MM > 1
007190         SUBTRACT 1 FROM W-PERIOD-MM
007200     ELSE
007210         MOVE 12 TO W-PERIOD-MM
007220         SUBTRACT 1 FROM W-PERIOD-YYYY
007230     END-IF.
007240 1120-EXIT.
007250     EXIT.
007260
007270*    ------------------------------------------------------------
007280*    1140-SET-RANGE - FIRST TO LAST DAY OF THE MONTH, CUT OFF
007290*                     AT TODAY FOR A MONTH STILL IN PROGRESS,
007300*                     AND THE MONTH BEFORE IT
007310*    ------------------------------------------------------------
007320 1140-SET-RANGE.
007330     MOVE W-PERIOD TO W-CAL-YYYYMM.
007340     MOVE 1 TO W-CAL-DD.
007350     MOVE W-CAL-DATE TO W-FROM-DATE.
007360     PERFORM 1200-COMPUTE-MONTH-END THRU 1200-EXIT.
007370     MOVE W-MONTH-END-DD TO W-CAL-DD.
007380     MOVE W-CAL-DATE TO W-TO-DATE.
007390     IF W-TO-DATE > W-TODAY
007400         MOVE W-TODAY TO W-TO-DATE
007410     END-IF.
007420     MOVE W-PERIOD TO W-PRIOR-PERIOD.
007430     IF W-PRIOR-MM > 1
007440         SUBTRACT 1 FROM W-PRIOR-MM
007450     ELSE
007460         MOVE 12 TO W-PRIOR-MM
007470         SUBTRACT 1 FROM W-PRIOR-YYYY
007480     END-IF.
007490 1140-EXIT.
007500     EXIT.
007510
007520*    ------------------------------------------------------------
007530*    1170-COMPUTE-DAY-OF-WEEK - ZELLER CONGRUENCE ON
007540*                     W-CAL-DATE.  JANUARY AND FEBRUARY COUNT
007550*                     AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
007560*    ------------------------------------------------------------
007570 1170-COMPUTE-DAY-OF-WEEK.
007580     MOVE W-CAL-DD TO W-ZEL-Q.
007590     MOVE W-CAL-MM TO W-ZEL-M.
007600     MOVE W-CAL-YYYY TO W-ZEL-Y.
007610     IF W-ZEL-M < 3
007620         ADD 12 TO W-ZEL-M
007630         SUBTRACT 1 FROM W-ZEL-Y
007640     END-IF.
007650     DIVIDE W-ZEL-Y BY 100
007660         GIVING W-ZEL-J REMAINDER W-ZEL-K.
007670     COMPUTE W-ZEL-WORK = W-ZEL-Q
007680         + ((13 * (W-ZEL-M + 1)) / 5)
007690         + W-ZEL-K + (W-ZEL-K / 4) + (W-ZEL-J / 4)
007700         + (5 * W-ZEL-J).
007710     DIVIDE W-ZEL-WORK BY 7
007720         GIVING W-ZEL-H REMAINDER W-DAY-OF-WEEK.
007730 1170-EXIT.
007740     EXIT.
007750
007760*    ------------------------------------------------------------
007770*    1200-COMPUTE-MONTH-END - LAST DAY OF W-CAL-DATE'S MONTH
007780*    ------------------------------------------------------------
007790 1200-COMPUTE-MONTH-END.
007800     MOVE W-DIM (W-CAL-MM) TO W-MONTH-END-DD.
007810     IF W-CAL-MM = 2
007820         PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
007830         IF W-LEAP-YEAR
007840             MOVE 29 TO W-MONTH-END-DD
007850         END-IF
007860     END-IF.
007870 1200-EXIT.
007880     EXIT.
007890
007900 1250-CHECK-LEAP-YEAR.
007910     MOVE 'N' TO W-LEAP-SW.
007920     DIVIDE W-CAL-YYYY BY 4
007930         GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM.
007940     IF W-LEAP-REM = ZERO
007950         SET W-LEAP-YEAR TO TRUE
007960         DIVIDE W-CAL-YYYY BY 100
007970             GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
007980         IF W-LEAP-REM = ZERO
007990             MOVE 'N' TO W-LEAP-SW
008000             DIVIDE W-CAL-YYYY BY 400
008010                 GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
008020             IF W-LEAP-REM = ZERO
008030                 SET W-LEAP-YEAR TO TRUE
008040             END-IF
008050         END-IF
008060     END-IF.
008070 1250-EXIT.
008080     EXIT.
008090
008100*    ------------------------------------------------------------
008110*    1300-ADD-ONE-DAY - STEP W-CAL-DATE FORWARD ONE DAY,
008120*                     ROLLING THE MONTH AND YEAR
008130*    ------------------------------------------------------------
008140 1300-ADD-ONE-DAY.
008150     PERFORM 1200-COMPUTE-MONTH-END THRU 1200-EXIT.
008160     IF W-CAL-DD < W-MONTH-END-DD
008170         ADD 1 TO W-CAL-DD
008180         GO TO 1300-EXIT
008190     END-IF.
008200     MOVE 1 TO W-CAL-DD.
008210     IF W-CAL-MM < 12
008220         ADD 1 TO W-CAL-MM
008230     ELSE
008240         MOVE 1 TO W-CAL-MM
008250         ADD 1 TO W-CAL-YYYY
008260     END-IF.
008270 1300-EXIT.
008280     EXIT.
008290
008300*    ------------------------------------------------------------
008310*    2000-LOAD-SNAPSHOT - HOLD CDSCORE AND PICK THE BASELINE:
008320*                     THE LATEST MONTH ON FILE BEFORE THE ONE
008330*                     BEING SCORED.  A MONTH OLDER THAN ONE
008340*                     ALREADY SCORED IS REFUSED, SINCE CDSTATS
008350*                     HAS MOVED ON SINCE IT CLOSED.
008360*    ------------------------------------------------------------
008370 2000-LOAD-SNAPSHOT.
008380     MOVE 'N' TO W-EOF-SW.
008390     OPEN INPUT SNAPSHOT-FILE.
008400     IF W-SNAP-FILE-STATUS NOT = "00"
008410         GO TO 2000-EXIT
008420     END-IF.
008430     PERFORM 2010-READ-ONE-SNAPSHOT THRU 2010-EXIT
008440         UNTIL W-EOF.
008450     CLOSE SNAPSHOT-FILE.
008460     IF W-LATEST-PERIOD > W-PERIOD
008470         SET W-INPUT-INVALID TO TRUE
008480     END-IF.
008490 2000-EXIT.
008500     EXIT.
008510
008520 2010-READ-ONE-SNAPSHOT.
008530     READ SNAPSHOT-FILE
008540         AT END
008550             SET W-EOF TO TRUE
008560             GO TO 2010-EXIT
008570     END-READ.
008580     MOVE SNAPSHOT-RECORD TO SCR-RECORD.
008590     IF SCR-RUN-ID = SPACES OR SCR-PERIOD IS NOT NUMERIC
008600         GO TO 2010-EXIT
008610     END-IF.
008620     IF W-SNP-CNT >= W-SNP-MAX
008630         ADD 1 TO W-SNP-LOST
008640         GO TO 2010-EXIT
008650     END-IF.
008660     ADD 1 TO W-SNP-CNT.
008670     MOVE SCR-RUN-ID      TO W-SNP-RUN-ID (W-SNP-CNT).
008680     MOVE SCR-PERIOD      TO W-SNP-PERIOD (W-SNP-CNT).
008690     MOVE SNAPSHOT-RECORD TO W-SNP-IMAGE (W-SNP-CNT).
008700     IF SCR-PERIOD > W-LATEST-PERIOD
008710         MOVE SCR-PERIOD TO W-LATEST-PERIOD
008720     END-IF.
008730     IF SCR-PERIOD < W-PERIOD
008740         AND SCR-PERIOD > W-BASE-PERIOD
008750         MOVE SCR-PERIOD TO W-BASE-PERIOD
008760     END-IF.
008770 2010-EXIT.
008780     EXIT.
008790
008800*    ------------------------------------------------------------
008810*    2200-LOAD-SLA - HOLD CDSLA.  A NON-NUMERIC DEFINITION IS
008820*                     SKIPPED, AS IN SLARPT.
008830*    ------------------------------------------------------------
008840 2200-LOAD-SLA.
008850     MOVE 'N' TO W-EOF-SW.
008860     OPEN INPUT SLA-FILE.
008870     IF W-SLA-FILE-STATUS NOT = "00"
008880         GO TO 2200-EXIT
008890     END-IF.
008900     PERFORM 2210-READ-ONE-SLA THRU 2210-EXIT
008910         UNTIL W-EOF.
008920     CLOSE SLA-FILE.
008930 2200-EXIT.
008940     EXIT.
008950
008960 2210-READ-ONE-SLA.
008970     READ SLA-FILE
008980         AT END
008990             SET W-EOF TO TRUE
009000             GO TO 2210-EXIT
009010     END-READ.
009020     IF SLA-RUN-ID = SPACES
009030         OR SLA-EXPECT-SECS IS NOT NUMERIC
009040         OR SLA-TOL-SECS IS NOT NUMERIC
009050         GO TO 2210-EXIT
009060     END-IF.
009070     IF W-SLA-CNT < W-SLA-MAX
009080         ADD 1 TO W-SLA-CNT
009090         MOVE SLA-RUN-ID      TO W-SLA-RUN-ID (W-SLA-CNT)
009100         MOVE SLA-EXPECT-SECS TO W-SLA-EXPECT (W-SLA-CNT)
009110         MOVE SLA-TOL-SECS    TO W-SLA-TOL (W-SLA-CNT)
009120     ELSE
009130         ADD 1 TO W-SLA-LOST
009140     END-IF.
009150 2210-EXIT.
009160     EXIT.
009170
009180*    ------------------------------------------------------------
009190*    2400-LOAD-STATS - ONE RUN-ID ENTRY PER CDSTATS ROW, WITH
009200*                     THE MONTH'S COUNTS TAKEN AS THE CURRENT
009210*                     TOTALS LESS THE BASELINE TOTALS
009220*    ------------------------------------------------------------
009230 2400-LOAD-STATS.
009240     MOVE 'N' TO W-EOF-SW.
009250     OPEN INPUT STATS-MASTER.
009260     IF W-STAT-FILE-STATUS NOT = "00"
009270         MOVE 'N' TO W-STATS-SW
009280         GO TO 2400-EXIT
009290     END-IF.
009300     PERFORM 2410-READ-ONE-STATS THRU 2410-EXIT
009310         UNTIL W-EOF.
009320     CLOSE STATS-MASTER.
009330 2400-EXIT.
009340     EXIT.
009350
009360 2410-READ-ONE-STATS.
009370     READ STATS-MASTER NEXT RECORD
009380         AT END
009390             SET W-EOF TO TRUE
009400             GO TO 2410-EXIT
009410     END-READ.
009420     MOVE STA-RUN-ID TO W-LOOKUP-ID.
009430     SET W-ADD-IF-MISSING TO TRUE.
009440     PERFORM 9200-FIND-RUN-ID THRU 9200-EXIT.
009450     IF NOT W-FOUND
009460         GO TO 2410-EXIT
009470     END-IF.
009480     MOVE STA-RUNS          TO W-RUN-CUR-RUNS (W-X2).
009490     MOVE STA-TIMED-RUNS    TO W-RUN-CUR-TIMED (W-X2).
009500     MOVE STA-TOT-ELAPSED   TO W-RUN-CUR-ELAPSED (W-X2).
009510     MOVE STA-CNT-RC00      TO W-RUN-CUR-RC00 (W-X2).
009520     MOVE STA-CNT-RC04      TO W-RUN-CUR-RC04 (W-X2).
009530     MOVE STA-CNT-RC08      TO W-RUN-CUR-RC08 (W-X2).
009540     MOVE STA-CNT-RC12      TO W-RUN-CUR-RC12 (W-X2).
009550     MOVE STA-CNT-RC16      TO W-RUN-CUR-RC16 (W-X2).
009560     MOVE STA-CNT-RC-OTHER  TO W-RUN-CUR-RC-OTHER (W-X2).
009570     PERFORM 2420-APPLY-BASELINE THRU 2420-EXIT.
009580 2410-EXIT.
009590     EXIT.
009600
009610*    ------------------------------------------------------------
009620*    2420-APPLY-BASELINE - MONTH'S COUNTS FOR ENTRY W-X2.  A
009630*                     TOTAL BELOW ITS BASELINE MEANS CDSTATS
009640*                     WAS REBUILT SINCE, SO THE TOTAL STANDS.
009650*    ------------------------------------------------------------
009660 2420-APPLY-BASELINE.
009670     IF W-RUN-BASE-X (W-X2) > ZERO
009680         MOVE W-SNP-IMAGE (W-RUN-BASE-X (W-X2)) TO SCR-RECORD
009690     ELSE
009700         MOVE ZEROS TO SCR-CUMULATIVE
009710     END-IF.
009720     MOVE W-RUN-CUR-RUNS (W-X2)   TO W-DLT-CUR.
009730     MOVE SCR-CUM-RUNS            TO W-DLT-BASE.
009740     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009750     MOVE W-DLT-OUT               TO W-RUN-RUNS (W-X2).
009760     MOVE W-RUN-CUR-RC00 (W-X2)   TO W-DLT-CUR.
009770     MOVE SCR-CUM-RC00            TO W-DLT-BASE.
009780     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009790     MOVE W-DLT-OUT               TO W-RUN-RC00 (W-X2).
009800     MOVE W-RUN-CUR-RC04 (W-X2)   TO W-DLT-CUR.
009810     MOVE SCR-CUM-RC04            TO W-DLT-BASE.
009820     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009830     MOVE W-DLT-OUT               TO W-RUN-RC04 (W-X2).
009840     MOVE W-RUN-CUR-RC08 (W-X2)   TO W-DLT-CUR.
009850     MOVE SCR-CUM-RC08            TO W-DLT-BASE.
009860     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009870     MOVE W-DLT-OUT               TO W-RUN-RC08 (W-X2).
009880     MOVE W-RUN-CUR-RC12 (W-X2)   TO W-DLT-CUR.
009890     MOVE SCR-CUM-RC12            TO W-DLT-BASE.
009900     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009910     MOVE W-DLT-OUT               TO W-RUN-RC12 (W-X2).
009920     MOVE W-RUN-CUR-RC16 (W-X2)   TO W-DLT-CUR.
009930     MOVE SCR-CUM-RC16            TO W-DLT-BASE.
009940     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009950     MOVE W-DLT-OUT               TO W-RUN-RC16 (W-X2).
009960     MOVE W-RUN-CUR-RC-OTHER (W-X2) TO W-DLT-CUR.
009970     MOVE SCR-CUM-RC-OTHER        TO W-DLT-BASE.
009980     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
009990     MOVE W-DLT-OUT               TO W-RUN-RC-OTHER (W-X2).
010000     MOVE W-RUN-CUR-TIMED (W-X2)  TO W-DLT-CUR.
010010     MOVE SCR-CUM-TIMED-RUNS      TO W-DLT-BASE.
010020     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
010030     MOVE W-DLT-OUT               TO W-DLT-TIMED.
010040     MOVE W-RUN-CUR-ELAPSED (W-X2) TO W-DLT-CUR.
010050     MOVE SCR-CUM-ELAPSED         TO W-DLT-BASE.
010060     PERFORM 9500-COMPUTE-DELTA THRU 9500-EXIT.
010070     IF W-DLT-TIMED > ZERO
010080         COMPUTE W-RUN-AVG (W-X2) = W-DLT-OUT / W-DLT-TIMED
010090     END-IF.
010100 2420-EXIT.
010110     EXIT.
010120
010130*    ------------------------------------------------------------
010140*    2600-ADD-PRIOR-ONLY - A RUN-ID SCORED IN THE BASELINE
010150*                     MONTH BUT HAS NO CDSTATS ROW NOW STILL
010160*                     GETS A PAGE, SO IT DOES NOT VANISH
010170*    ------------------------------------------------------------
010180 2600-ADD-PRIOR-ONLY.
010190     PERFORM 2610-CHECK-ONE-PRIOR THRU 2610-EXIT
010200         VARYING W-X1 FROM 1 BY 1
010210         UNTIL W-X1 > W-SNP-CNT.
010220 2600-EXIT.
010230     EXIT.
010240
010250 2610-CHECK-ONE-PRIOR.
010260     IF W-SNP-PERIOD (W-X1) NOT = W-BASE-PERIOD
010270         GO TO 2610-EXIT
010280     END-IF.
010290     MOVE W-SNP-IMAGE (W-X1) TO SCR-RECORD.
010300     IF SCR-RUNS = ZERO AND SCR-SCORE = ZERO
010310         GO TO 2610-EXIT
010320     END-IF.
010330     MOVE SCR-RUN-ID TO W-LOOKUP-ID.
010340     SET W-ADD-IF-MISSING TO TRUE.
010350     PERFORM 9200-FIND-RUN-ID THRU 9200-EXIT.
010360 2610-EXIT.
010370     EXIT.
010380
010390*    ------------------------------------------------------------
010400*    2800-LOAD-SCHEDULE - HOLD CDSCHED IN FILE ORDER
010410*    ------------------------------------------------------------
010420 2800-LOAD-SCHEDULE.
010430     MOVE 'N' TO W-EOF-SW.
010440     OPEN INPUT SCHED-FILE.
010450     IF W-SCHED-FILE-STATUS NOT = "00"
010460         GO TO 2800-EXIT
010470     END-IF.
010480     PERFORM 2810-READ-ONE-SCHED THRU 2810-EXIT
010490         UNTIL W-EOF.
010500     CLOSE SCHED-FILE.
010510 2800-EXIT.
010520     EXIT.
010530
010540 2810-READ-ONE-SCHED.
010550     READ SCHED-FILE
010560         AT END
010570             SET W-EOF TO TRUE
010580             GO TO 2810-EXIT
010590     END-READ.
010600     IF W-SCH-CNT < W-SCH-MAX
010610         ADD 1 TO W-SCH-CNT
010620         MOVE SCH-RUN-ID TO W-SCH-RUN-ID (W-SCH-CNT)
010630         MOVE SCH-FREQ   TO W-SCH-FREQ (W-SCH-CNT)
010640         MOVE SCH-DATE   TO W-SCH-DATE (W-SCH-CNT)
010650     ELSE
010660         ADD 1 TO W-SCH-LOST
010670     END-IF.
010680 2810-EXIT.
010690     EXIT.
010700
010710*    ------------------------------------------------------------
010720*    2900-LOAD-HOLIDAYS - KEEP THE CDHOLDAY DATES THAT FALL IN
010730*                     THE MONTH.  A MISSING FILE MEANS NO
010740*                     HOLIDAYS, AS IN SCHEDGEN.
010750*    ------------------------------------------------------------
010760 2900-LOAD-HOLIDAYS.
010770     MOVE 'N' TO W-EOF-SW.
010780     OPEN INPUT HOLIDAY-FILE.
010790     IF W-HOL-FILE-STATUS NOT = "00"
010800         GO TO 2900-EXIT
010810     END-IF.
010820     PERFORM 2910-READ-ONE-HOLIDAY THRU 2910-EXIT
010830         UNTIL W-EOF.
010840     CLOSE HOLIDAY-FILE.
010850 2900-EXIT.
010860     EXIT.
010870
010880 2910-READ-ONE-HOLIDAY.
010890     READ HOLIDAY-FILE
010900         AT END
010910             SET W-EOF TO TRUE
010920         NOT AT END
010930             IF HOL-DATE IS NUMERIC
010940                 AND HOL-DATE NOT < W-FROM-DATE
010950                 AND HOL-DATE NOT > W-TO-DATE
010960                 AND W-HOL-CNT < W-HOL-MAX
010970                 ADD 1 TO W-HOL-CNT
010980                 MOVE HOL-DATE TO W-HOL-DATE (W-HOL-CNT)
010990             END-IF
011000     END-READ.
011010 2910-EXIT.
011020     EXIT.
011030
011040*    ------------------------------------------------------------
011050*    3000-EXPAND-PERIOD - WALK THE MONTH ONE DAY AT A TIME AND
011060*                     FLAG EVERY RUN-ID DUE THAT DAY
011070*    ------------------------------------------------------------
011080 3000-EXPAND-PERIOD.
011090     MOVE W-FROM-DATE TO W-CAL-DATE.
011100     PERFORM 3100-EXPAND-ONE-DAY THRU 3100-EXIT
011110         UNTIL W-CAL-DATE > W-TO-DATE.
011120 3000-EXIT.
011130     EXIT.
011140
011150 3100-EXPAND-ONE-DAY.
011160     PERFORM 1170-COMPUTE-DAY-OF-WEEK THRU 1170-EXIT.
011170     PERFORM 1200-COMPUTE-MONTH-END THRU 1200-EXIT.
011180     MOVE 'N' TO W-HOLIDAY-SW.
011190     PERFORM 3150-MATCH-HOLIDAY THRU 3150-EXIT
011200         VARYING W-X1 FROM 1 BY 1
011210         UNTIL W-X1 > W-HOL-CNT OR W-IS-HOLIDAY.
011220     PERFORM 3200-CHECK-ONE-ENTRY THRU 3200-EXIT
011230         VARYING W-X1 FROM 1 BY 1
011240         UNTIL W-X1 > W-SCH-CNT.
011250     PERFORM 1300-ADD-ONE-DAY THRU 1300-EXIT.
011260 3100-EXIT.
011270     EXIT.
011280
011290 3150-MATCH-HOLIDAY.
011300     IF W-HOL-DATE (W-X1) = W-CAL-DATE
011310         SET W-IS-HOLIDAY TO TRUE
011320     END-IF.
011330 3150-EXIT.
011340     EXIT.
011350
011360*    ------------------------------------------------------------
011370*    3200-CHECK-ONE-ENTRY - SAME FREQUENCY RULES AS SCHEDGEN,
011380*                     APPLIED TO THE DAY BEING EXPANDED
011390*    ------------------------------------------------------------
011400 3200-CHECK-ONE-ENTRY.
011410     MOVE 'N' TO W-DUE-SW.
011420     EVALUATE TRUE
011430         WHEN W-SCH-DAILY (W-X1)
011440             SET W-DUE-TODAY TO TRUE
011450         WHEN W-SCH-WEEKDAYS (W-X1)
011460             IF W-DAY-OF-WEEK >= 2 AND W-DAY-OF-WEEK <= 6
011470                 AND NOT W-IS-HOLIDAY
011480                 SET W-DUE-TODAY TO TRUE
011490             END-IF
011500         WHEN W-SCH-MONTH-END (W-X1)
011510             IF W-CAL-DD = W-MONTH-END-DD
011520                 SET W-DUE-TODAY TO TRUE
011530             END-IF
011540         WHEN W-SCH-SPECIFIC-DATE (W-X1)
011550             IF W-SCH-DATE (W-X1) IS NUMERIC
011560                 AND W-SCH-DATE (W-X1) = W-CAL-DATE
011570                 SET W-DUE-TODAY TO TRUE
011580             END-IF
011590         WHEN OTHER
011600             CONTINUE
011610     END-EVALUATE.
011620     IF NOT W-DUE-TODAY
011630         GO TO 3200-EXIT
011640     END-IF.
011650     MOVE W-SCH-RUN-ID (W-X1) TO W-LOOKUP-ID.
011660     SET W-ADD-IF-MISSING TO TRUE.
011670     PERFORM 9200-FIND-RUN-ID THRU 9200-EXIT.
011680     IF W-FOUND
011690         MOVE 'Y' TO W-RUN-DUE (W-X2, W-CAL-DD)
011700     END-IF.
011710 3200-EXIT.
011720     EXIT.
011730
011740*    ------------------------------------------------------------
011750*    3500-SCAN-AUDIT-TRAIL - CDAUDIT, THEN THE CDAUDARC
011760*                     ARCHIVE.  ANY INVOCATION ON A DAY COUNTS
011770*                     AS HAVING RUN THAT DAY, AS IN SCHEDCHK.
011780*    ------------------------------------------------------------
011790 3500-SCAN-AUDIT-TRAIL.
011800     MOVE 'N' TO W-EOF-SW.
011810     OPEN INPUT AUDIT-FILE.
011820     IF W-AUDIT-FILE-STATUS = "00"
011830         PERFORM 3510-READ-ONE-AUDIT THRU 3510-EXIT
011840             UNTIL W-EOF
011850         CLOSE AUDIT-FILE
011860     END-IF.
011870     MOVE 'N' TO W-EOF-SW.
011880     OPEN INPUT AUDIT-ARCHIVE.
011890     IF W-AUDARC-FILE-STATUS = "00"
011900         PERFORM 3520-READ-ONE-ARCHIVED THRU 3520-EXIT
011910             UNTIL W-EOF
011920         CLOSE AUDIT-ARCHIVE
011930     END-IF.
011940 3500-EXIT.
011950     EXIT.
011960
011970 3510-READ-ONE-AUDIT.
011980     READ AUDIT-FILE
011990         AT END
012000             SET W-EOF TO TRUE
012010         NOT AT END
012020             MOVE AUD-IN-RECORD TO AUDIT-RECORD
012030             PERFORM 3600-APPLY-AUDIT-ROW THRU 3600-EXIT
012040     END-READ.
012050 3510-EXIT.
012060     EXIT.
012070
012080 3520-READ-ONE-ARCHIVED.
012090     READ AUDIT-ARCHIVE
012100         AT END
012110             SET W-EOF TO TRUE
012120         NOT AT END
012130             MOVE AUDARC-RECORD TO AUDIT-RECORD
012140             PERFORM 3600-APPLY-AUDIT-ROW THRU 3600-EXIT
012150     END-READ.
012160 3520-EXIT.
012170     EXIT.
012180
012190 3600-APPLY-AUDIT-ROW.
012200     IF AUD-RUN-DATE < W-FROM-DATE OR AUD-RUN-DATE > W-TO-DATE
012210         GO TO 3600-EXIT
012220     END-IF.
012230     MOVE AUD-RUN-ID TO W-LOOKUP-ID.
012240     MOVE 'N' TO W-ADD-SW.
012250     PERFORM 9200-FIND-RUN-ID THRU 9200-EXIT.
012260     IF W-FOUND
012270         MOVE AUD-RUN-DATE TO W-ROW-DATE
012280         MOVE 'Y' TO W-RUN-RAN (W-X2, W-ROW-DD)
012290     END-IF.
012300 3600-EXIT.
012310     EXIT.
012320
012330*    ------------------------------------------------------------
012340*    3800-COUNT-MISSED - A DAY A RUN-ID WAS DUE WITH NO AUDIT
012350*                     ROW FOR IT IS ONE MISSED RUN
012360*    ------------------------------------------------------------
012370 3800-COUNT-MISSED.
012380     PERFORM 3810-COUNT-ONE-RUN-ID THRU 3810-EXIT
012390         VARYING W-X1 FROM 1 BY 1
012400         UNTIL W-X1 > W-RUN-CNT.
012410 3800-EXIT.
012420     EXIT.
012430
012440 3810-COUNT-ONE-RUN-ID.
012450     PERFORM 3820-CHECK-ONE-DAY THRU 3820-EXIT
012460         VARYING W-DX FROM 1 BY 1
012470         UNTIL W-DX > 31.
012480 3810-EXIT.
012490     EXIT.
012500
012510 3820-CHECK-ONE-DAY.
012520     IF W-RUN-DUE (W-X1, W-DX) = 'Y'
012530         AND W-RUN-RAN (W-X1, W-DX) NOT = 'Y'
012540         ADD 1 TO W-RUN-MISSED (W-X1)
012550     END-IF.
012560 3820-EXIT.
012570     EXIT.
012580
012590*    ------------------------------------------------------------
012600*    4000-SCAN-LOGS - THE CDLOGARC ARCHIVE, THEN CDLOG.  TICKS
012610*                     ARE GROUPED INTO RUNS BY THE RULE SLARPT
012620*                     USES, AND EACH FILE'S LAST GROUP IS
012630*                     CLOSED OFF BEFORE THE NEXT FILE STARTS.
012640*    ------------------------------------------------------------
012650 4000-SCAN-LOGS.
012660     MOVE 'N' TO W-EOF-SW.
012670     MOVE 'Y' TO W-FIRST-REC-SW.
012680     OPEN INPUT LOG-ARCHIVE.
012690     IF W-LOGARC-FILE-STATUS = "00"
012700         PERFORM 4010-READ-ONE-ARCHIVED THRU 4010-EXIT
012710             UNTIL W-EOF
012720         CLOSE LOG-ARCHIVE
012730     END-IF.
012740     PERFORM 4900-FINALIZE-LAST-GROUP THRU 4900-EXIT.
012750     MOVE 'N' TO W-EOF-SW.
012760     MOVE 'Y' TO W-FIRST-REC-SW.
012770     OPEN INPUT COUNTDOWN-LOG.
012780     IF W-LOG-FILE-STATUS = "00"
012790         PERFORM 4020-READ-ONE-LOG THRU 4020-EXIT
012800             UNTIL W-EOF
012810         CLOSE COUNTDOWN-LOG
012820     END-IF.
012830     PERFORM 4900-FINALIZE-LAST-GROUP THRU 4900-EXIT.
012840 4000-EXIT.
012850     EXIT.
012860
012870 4010-READ-ONE-ARCHIVED.
012880     READ LOG-ARCHIVE
012890         AT END
012900             SET W-EOF TO TRUE
012910         NOT AT END
012920             MOVE LOGARC-RECORD TO LOG-RECORD
012930             PERFORM 4100-PROCESS-LOG-RECORD THRU 4100-EXIT
012940     END-READ.
012950 4010-EXIT.
012960     EXIT.
012970
012980 4020-READ-ONE-LOG.
012990     READ COUNTDOWN-LOG
013000         AT END
013010             SET W-EOF TO TRUE
013020         NOT AT END
013030             MOVE LOG-IN-RECORD TO LOG-RECORD
013040             PERFORM 4100-PROCESS-LOG-RECORD THRU 4100-EXIT
013050     END-READ.
013060 4020-EXIT.
013070     EXIT.
013080
013090*    ------------------------------------------------------------
013100*    4100-PROCESS-LOG-RECORD - CONTROL-BREAK ON LOG-RUN-ID, OR
013110*                     ON LOG-SEQ-NO STARTING OVER AT 1
013120*    ------------------------------------------------------------
013130 4100-PROCESS-LOG-RECORD.
013140     IF W-FIRST-REC
013150         PERFORM 4200-START-NEW-GROUP THRU 4200-EXIT
013160     ELSE
013170         IF LOG-RUN-ID NOT = W-GRP-RUN-ID
013180             OR LOG-SEQ-NO = 1
013190             PERFORM 4500-CHECK-GROUP THRU 4500-EXIT
013200             PERFORM 4200-START-NEW-GROUP THRU 4200-EXIT
013210         END-IF
013220     END-IF.
013230     MOVE LOG-TIME TO W-GRP-LAST-TIME.
013240 4100-EXIT.
013250     EXIT.
013260
013270 4200-START-NEW-GROUP.
013280     MOVE 'N' TO W-FIRST-REC-SW.
013290     MOVE LOG-RUN-ID TO W-GRP-RUN-ID.
013300     MOVE LOG-DATE   TO W-GRP-DATE.
013310     MOVE LOG-TIME   TO W-GRP-FIRST-TIME.
013320 4200-EXIT.
013330     EXIT.
013340
013350*    ------------------------------------------------------------
013360*    4500-CHECK-GROUP - A RUN THAT STARTED IN THE MONTH SETS
013370*                     THE WORST ELAPSED TIME AND, FOR A RUN-ID
013380*                     WITH A CDSLA ENTRY, COUNTS A BREACH WHEN
013390*                     IT OVERRAN EXPECTED PLUS TOLERANCE
013400*    ------------------------------------------------------------
013410 4500-CHECK-GROUP.
013420     IF W-GRP-DATE < W-FROM-DATE OR W-GRP-DATE > W-TO-DATE
013430         GO TO 4500-EXIT
013440     END-IF.
013450     MOVE W-GRP-RUN-ID TO W-LOOKUP-ID.
013460     SET W-ADD-IF-MISSING TO TRUE.
013470     PERFORM 9200-FIND-RUN-ID THRU 9200-EXIT.
013480     IF NOT W-FOUND
013490         GO TO 4500-EXIT
013500     END-IF.
013510     PERFORM 4600-COMPUTE-ELAPSED THRU 4600-EXIT.
013520     IF W-ELAPSED-SECONDS > W-RUN-WORST (W-X2)
013530         MOVE W-ELAPSED-SECONDS TO W-RUN-WORST (W-X2)
013540     END-IF.
013550     IF W-RUN-SLA-X (W-X2) = ZERO
013560         GO TO 4500-EXIT
013570     END-IF.
013580     MOVE W-RUN-SLA-X (W-X2) TO W-X3.
013590     COMPUTE W-ALLOWED-SECONDS =
013600         W-SLA-EXPECT (W-X3) + W-SLA-TOL (W-X3).
013610     IF W-ELAPSED-SECONDS > W-ALLOWED-SECONDS
013620         ADD 1 TO W-RUN-BREACHES (W-X2)
013630     END-IF.
013640 4500-EXIT.
013650     EXIT.
013660
013670 4600-COMPUTE-ELAPSED.
013680     MOVE W-GRP-FIRST-TIME TO W-TIME-IN.
013690     PERFORM 9000-CONVERT-TIME-TO-SECONDS THRU 9000-EXIT.
013700     MOVE W-SECS-OUT TO W-FIRST-SECS.
013710     MOVE W-GRP-LAST-TIME TO W-TIME-IN.
013720     PERFORM 9000-CONVERT-TIME-TO-SECONDS THRU 9000-EXIT.
013730     MOVE W-SECS-OUT TO W-LAST-SECS.
013740     IF W-LAST-SECS >= W-FIRST-SECS
013750         COMPUTE W-ELAPSED-SECONDS = W-LAST-SECS - W-FIRST-SECS
013760     ELSE
013770         COMPUTE W-ELAPSED-SECONDS =
013780             W-LAST-SECS - W-FIRST-SECS + 86400
013790     END-IF.
013800 4600-EXIT.
013810     EXIT.
013820
013830*    ------------------------------------------------------------
013840*    4700-SCAN-ESCALATIONS - EACH ALERT RAISED IN THE MONTH
013850*                     AND ESCALATED ON CDALTESC COUNTS ONCE
013860*    ------------------------------------------------------------
013870 4700-SCAN-ESCALATIONS.
013880     MOVE 'N' TO W-EOF-SW.
013890     OPEN INPUT ESC-FILE.
013900     IF W-ESC-FILE-STATUS NOT = "00"
013910         GO TO 4700-EXIT
013920     END-IF.
013930     PERFORM 4710-READ-ONE-ESCALATION THRU 4710-EXIT
013940         UNTIL W-EOF.
013950     CLOSE ESC-FILE.
013960 4700-EXIT.
013970     EXIT.
013980
013990 4710-READ-ONE-ESCALATION.
014000     READ ESC-FILE
014010         AT END
014020             SET W-EOF TO TRUE
014030             GO TO 4710-EXIT
014040     END-READ.
014050     IF ESC-ALERT-DATE < W-FROM-DATE
014060         OR ESC-ALERT-DATE > W-TO-DATE
014070         GO TO 4710-EXIT
014080     END-IF.
014090     MOVE 'N' TO W-FOUND-SW.
014100     PERFORM 4720-MATCH-COUNTED THRU 4720-EXIT
014110         VARYING W-X1 FROM 1 BY 1
014120         UNTIL W-X1 > W-ESN-CNT OR W-FOUND.
014130     IF W-FOUND
014140         GO TO 4710-EXIT
014150     END-IF.
014160     IF W-ESN-CNT < W-ESN-MAX
014170         ADD 1 TO W-ESN-CNT
014180         MOVE ESC-RUN-ID     TO W-ESN-RUN-ID (W-ESN-CNT)
014190         MOVE ESC-ALERT-DATE TO W-ESN-DATE (W-ESN-CNT)
014200         MOVE ESC-ALERT-TIME TO W-ESN-TIME (W-ESN-CNT)
014210     ELSE
014220         ADD 1 TO W-ESN-LOST
014230     END-IF.
014240     MOVE ESC-RUN-ID TO W-LOOKUP-ID.
014250     SET W-ADD-IF-MISSING TO TRUE.
014260     PERFORM 9200-FIND-RUN-ID THRU 9200-EXIT.
014270     IF W-FOUND
014280         ADD 1 TO W-RUN-ESCALATED (W-X2)
014290     END-IF.
014300 4710-EXIT.
014310     EXIT.
014320
014330 4720-MATCH-COUNTED.
014340     IF W-ESN-RUN-ID (W-X1) = ESC-RUN-ID
014350         AND W-ESN-DATE (W-X1) = ESC-ALERT-DATE
014360         AND W-ESN-TIME (W-X1) = ESC-ALERT-TIME
014370         SET W-FOUND TO TRUE
014380     END-IF.
014390 4720-EXIT.
014400     EXIT.
014410
014420*    ------------------------------------------------------------
014430*    4900-FINALIZE-LAST-GROUP - JUDGE THE FINAL GROUP, IF ANY
014440*    ------------------------------------------------------------
014450 4900-FINALIZE-LAST-GROUP.
014460     IF NOT W-FIRST-REC
014470         PERFORM 4500-CHECK-GROUP THRU 4500-EXIT
014480     END-IF.
014490 4900-EXIT.
014500     EXIT.
014510
014520*    ------------------------------------------------------------
014530*    5000-SCORE-RUN-IDS - POINTS PER RUN-ID, AND WHETHER IT
014540*                     HAS ANYTHING TO SHOW THIS MONTH OR LAST
014550*    ------------------------------------------------------------
014560 5000-SCORE-RUN-IDS.
014570     PERFORM 5010-SCORE-ONE-RUN-ID THRU 5010-EXIT
014580         VARYING W-X1 FROM 1 BY 1
014590         UNTIL W-X1 > W-RUN-CNT.
014600 5000-EXIT.
014610     EXIT.
014620
014630 5010-SCORE-ONE-RUN-ID.
014640     COMPUTE W-FAILED = W-RUN-RC08 (W-X1) + W-RUN-RC12 (W-X1)
014650         + W-RUN-RC16 (W-X1) + W-RUN-RC-OTHER (W-X1).
014660     COMPUTE W-RUN-SCORE (W-X1) =
014670         (W-FAILED * 10) + (W-RUN-MISSED (W-X1) * 10)
014680         + (W-RUN-BREACHES (W-X1) * 5)
014690         + (W-RUN-ESCALATED (W-X1) * 5)
014700         + (W-RUN-RC04 (W-X1) * 2).
014710     MOVE 'N' TO W-RUN-SHOW-SW (W-X1).
014720     IF W-RUN-RUNS (W-X1) > ZERO
014730         OR W-RUN-MISSED (W-X1) > ZERO
014740         OR W-RUN-BREACHES (W-X1) > ZERO
014750         OR W-RUN-ESCALATED (W-X1) > ZERO
014760         OR W-RUN-WORST (W-X1) > ZERO
014770         MOVE 'Y' TO W-RUN-SHOW-SW (W-X1)
014780     END-IF.
014790     IF W-RUN-BASE-X (W-X1) > ZERO
014800         MOVE W-SNP-IMAGE (W-RUN-BASE-X (W-X1)) TO SCR-RECORD
014810         IF SCR-RUNS > ZERO OR SCR-SCORE > ZERO
014820             MOVE 'Y' TO W-RUN-SHOW-SW (W-X1)
014830         END-IF
014840     END-IF.
014850     IF W-RUN-SHOWN (W-X1)
014860         ADD 1 TO W-SHOWN-CNT
014870         ADD W-RUN-RUNS (W-X1)      TO W-TOT-RUNS
014880         ADD W-RUN-BREACHES (W-X1)  TO W-TOT-BREACHES
014890         ADD W-RUN-ESCALATED (W-X1) TO W-TOT-ESCALATED
014900         ADD W-RUN-MISSED (W-X1)    TO W-TOT-MISSED
014910     END-IF.
014920 5010-EXIT.
014930     EXIT.
014940
014950*    ------------------------------------------------------------
014960*    5200-RANK-RUN-IDS - HIGHEST SCORE FIRST.  ON A TIE THE
014970*                     RUN-ID MET FIRST (CDSTATS KEY ORDER) WINS.
014980*    ------------------------------------------------------------
014990 5200-RANK-RUN-IDS.
015000     PERFORM 5210-PICK-NEXT-WORST THRU 5210-EXIT
015010         UNTIL W-RANK-CNT >= W-SHOWN-CNT.
015020 5200-EXIT.
015030     EXIT.
015040
015050 5210-PICK-NEXT-WORST.
015060     MOVE ZERO TO W-BEST-X.
015070     PERFORM 5220-COMPARE-ONE THRU 5220-EXIT
015080         VARYING W-X1 FROM 1 BY 1
015090         UNTIL W-X1 > W-RUN-CNT.
015100     ADD 1 TO W-RANK-CNT.
015110     MOVE W-BEST-X TO W-RANK-X (W-RANK-CNT).
015120     MOVE 'Y' TO W-RUN-RANKED-SW (W-BEST-X).
015130 5210-EXIT.
015140     EXIT.
015150
015160 5220-COMPARE-ONE.
015170     IF NOT W-RUN-SHOWN (W-X1) OR W-RUN-RANKED (W-X1)
015180         GO TO 5220-EXIT
015190     END-IF.
015200     IF W-BEST-X = ZERO
015210         MOVE W-X1 TO W-BEST-X
015220         GO TO 5220-EXIT
015230     END-IF.
015240     IF W-RUN-SCORE (W-X1) > W-RUN-SCORE (W-BEST-X)
015250         MOVE W-X1 TO W-BEST-X
015260     END-IF.
015270 5220-EXIT.
015280     EXIT.
015290
015300*    ------------------------------------------------------------
015310*    5500-PRINT-RANKING - THE FRONT PAGE: ONE LINE PER RUN-ID
015320*                     IN RANK ORDER WITH ITS SCORE TREND
015330*    ------------------------------------------------------------
015340 5500-PRINT-RANKING.
015350     MOVE W-SECTION-LINE-1 TO PRINT-LINE.
015360     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
015370     MOVE W-RANK-HEAD-LINE TO PRINT-LINE.
015380     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
015390     IF W-RANK-CNT = ZERO
015400         MOVE W-NONE-LINE TO PRINT-LINE
015410         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
015420         GO TO 5500-EXIT
015430     END-IF.
015440     PERFORM 5510-PRINT-ONE-RANK THRU 5510-EXIT
015450         VARYING W-X2 FROM 1 BY 1
015460         UNTIL W-X2 > W-RANK-CNT.
015470 5500-EXIT.
015480     EXIT.
015490
015500 5510-PRINT-ONE-RANK.
015510     MOVE W-RANK-X (W-X2) TO W-X1.
015520     PERFORM 5600-GET-PRIOR THRU 5600-EXIT.
015530     MOVE W-X2                TO RL-RANK.
015540     MOVE W-RUN-ID (W-X1)     TO RL-RUN-ID.
015550     MOVE W-RUN-SCORE (W-X1)  TO RL-SCORE.
015560     MOVE W-RUN-SCORE (W-X1)  TO W-TRD-CUR.
015570     MOVE SCR-SCORE           TO W-TRD-PRI.
015580     SET W-TRD-HIGH-WORSE TO TRUE.
015590     PERFORM 9600-SET-TREND THRU 9600-EXIT.
015600     MOVE W-TRD-TEXT          TO RL-TREND.
015610     MOVE W-RUN-RUNS (W-X1)   TO RL-RUNS.
015620     COMPUTE W-PCT-PART = W-RUN-RC00 (W-X1) + W-RUN-RC04 (W-X1).
015630     MOVE W-RUN-RUNS (W-X1)   TO W-PCT-WHOLE.
015640     PERFORM 9400-COMPUTE-PCT THRU 9400-EXIT.
015650     MOVE W-PCT-OUT           TO RL-SUCC.
015660     MOVE W-RUN-BREACHES (W-X1)  TO RL-BREACHES.
015670     MOVE W-RUN-ESCALATED (W-X1) TO RL-ESCALATED.
015680     MOVE W-RUN-MISSED (W-X1)    TO RL-MISSED.
015690     MOVE W-RANK-LINE TO PRINT-LINE.
015700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
015710 5510-EXIT.
015720     EXIT.
015730
015740*    ------------------------------------------------------------
015750*    5600-GET-PRIOR - BASELINE MEASURES FOR RUN ENTRY W-X1 INTO
015760*                     SCR-RECORD, OR ZEROS WHEN THERE ARE NONE
015770*    ------------------------------------------------------------
015780 5600-GET-PRIOR.
015790     IF W-RUN-BASE-X (W-X1) > ZERO
015800         MOVE W-SNP-IMAGE (W-RUN-BASE-X (W-X1)) TO SCR-RECORD
015810         SET W-HAS-PRIOR TO TRUE
015820     ELSE
015830         MOVE ZEROS TO SCR-MEASURES
015840         MOVE 'N' TO W-PRIOR-SW
015850     END-IF.
015860 5600-EXIT.
015870     EXIT.
015880
015890*    ------------------------------------------------------------
015900*    5700-PRINT-SCORECARDS - ONE PAGE PER RUN-ID, RANK ORDER
015910*    ------------------------------------------------------------
015920 5700-PRINT-SCORECARDS.
015930     PERFORM 5710-PRINT-ONE-CARD THRU 5710-EXIT
015940         VARYING W-X2 FROM 1 BY 1
015950         UNTIL W-X2 > W-RANK-CNT.
015960 5700-EXIT.
015970     EXIT.
015980
015990 5710-PRINT-ONE-CARD.
016000     MOVE W-RANK-X (W-X2) TO W-X1.
016010     PERFORM 5600-GET-PRIOR THRU 5600-EXIT.
016020     MOVE 99 TO W-LINE-CNT.
016030     MOVE W-RUN-ID (W-X1) TO CL-RUN-ID.
016040     MOVE W-X2            TO CL-RANK.
016050     MOVE W-RANK-CNT      TO CL-OF.
016060     MOVE W-CARD-LINE TO PRINT-LINE.
016070     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
016080     IF W-RUN-SLA-X (W-X1) > ZERO
016090         MOVE W-RUN-SLA-X (W-X1) TO W-X3
016100         MOVE W-SLA-EXPECT (W-X3) TO SA-EXPECT
016110         MOVE W-SLA-TOL (W-X3)    TO SA-TOL
016120         MOVE W-SLA-LINE TO PRINT-LINE
016130     ELSE
016140         MOVE W-NO-SLA-LINE TO PRINT-LINE
016150     END-IF.
016160     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
016170     MOVE SPACES TO PRINT-LINE.
016180     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
016190     MOVE W-MEASURE-HEAD-LINE TO PRINT-LINE.
016200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
016210     PERFORM 5720-PRINT-RUN-MEASURES THRU 5720-EXIT.
016220     MOVE SPACES TO PRINT-LINE.
016230     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
016240     PERFORM 5730-PRINT-SERVICE-MEASURES THRU 5730-EXIT.
016250 5710-EXIT.
016260     EXIT.
016270
016280*    ------------------------------------------------------------
016290*    5720-PRINT-RUN-MEASURES - RUNS AND THE RETURN-CODE MIX.
016300*                     EACH RETURN CODE IS ALSO SHOWN AS A SHARE
016310*                     OF THE RUNS AND TRENDED ON THAT SHARE.
016320*    ------------------------------------------------------------
016330 5720-PRINT-RUN-MEASURES.
016340     MOVE "RUNS" TO ML-LABEL.
016350     MOVE W-RUN-RUNS (W-X1) TO W-ROW-CUR.
016360     MOVE SCR-RUNS          TO W-ROW-PRI.
016370     MOVE 'N' TO W-ROW-PCT-SW.
016380     MOVE 'N' TO W-ROW-BY-PCT-SW.
016390     SET W-TRD-NEUTRAL TO TRUE.
016400     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016410     MOVE 'Y' TO W-ROW-PCT-SW.
016420     MOVE 'Y' TO W-ROW-BY-PCT-SW.
016430     MOVE "  RC 00 NORMAL" TO ML-LABEL.
016440     MOVE W-RUN-RC00 (W-X1) TO W-ROW-CUR.
016450     MOVE SCR-RC00          TO W-ROW-PRI.
016460     SET W-TRD-HIGH-BETTER TO TRUE.
016470     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016480     MOVE "  RC 04 RESTARTED" TO ML-LABEL.
016490     MOVE W-RUN-RC04 (W-X1) TO W-ROW-CUR.
016500     MOVE SCR-RC04          TO W-ROW-PRI.
016510     SET W-TRD-HIGH-WORSE TO TRUE.
016520     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016530     MOVE "  RC 08 BAD INPUT" TO ML-LABEL.
016540     MOVE W-RUN-RC08 (W-X1) TO W-ROW-CUR.
016550     MOVE SCR-RC08          TO W-ROW-PRI.
016560     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016570     MOVE "  RC 12 ALREADY ACTIVE" TO ML-LABEL.
016580     MOVE W-RUN-RC12 (W-X1) TO W-ROW-CUR.
016590     MOVE SCR-RC12          TO W-ROW-PRI.
016600     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016610     MOVE "  RC 16 CANCELLED" TO ML-LABEL.
016620     MOVE W-RUN-RC16 (W-X1) TO W-ROW-CUR.
016630     MOVE SCR-RC16          TO W-ROW-PRI.
016640     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016650     MOVE "  RC 20 AND OTHER" TO ML-LABEL.
016660     MOVE W-RUN-RC-OTHER (W-X1) TO W-ROW-CUR.
016670     MOVE SCR-RC-OTHER          TO W-ROW-PRI.
016680     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016690     MOVE "SUCCESSFUL (RC 00/04)" TO ML-LABEL.
016700     COMPUTE W-ROW-CUR = W-RUN-RC00 (W-X1) + W-RUN-RC04 (W-X1).
016710     COMPUTE W-ROW-PRI = SCR-RC00 + SCR-RC04.
016720     SET W-TRD-HIGH-BETTER TO TRUE.
016730     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016740 5720-EXIT.
016750     EXIT.
016760
016770*    ------------------------------------------------------------
016780*    5730-PRINT-SERVICE-MEASURES - ELAPSED TIMES, SHOWN AS A
016790*                     SHARE OF THE CDSLA EXPECTATION WHEN THERE
016800*                     IS ONE, THEN THE EXCEPTION COUNTS AND THE
016810*                     SCORE.  EVERY ONE IS WORSE WHEN HIGHER.
016820*    ------------------------------------------------------------
016830 5730-PRINT-SERVICE-MEASURES.
016840     MOVE 'N' TO W-ROW-BY-PCT-SW.
016850     SET W-TRD-HIGH-WORSE TO TRUE.
016860     MOVE 'N' TO W-ROW-PCT-SW.
016870     IF W-RUN-SLA-X (W-X1) > ZERO
016880         MOVE 'Y' TO W-ROW-PCT-SW
016890     END-IF.
016900     MOVE "AVERAGE ELAPSED SECS" TO ML-LABEL.
016910     MOVE W-RUN-AVG (W-X1)  TO W-ROW-CUR.
016920     MOVE SCR-AVG-ELAPSED   TO W-ROW-PRI.
016930     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016940     MOVE "WORST ELAPSED SECS" TO ML-LABEL.
016950     MOVE W-RUN-WORST (W-X1) TO W-ROW-CUR.
016960     MOVE SCR-WORST-ELAPSED  TO W-ROW-PRI.
016970     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
016980     MOVE 'N' TO W-ROW-PCT-SW.
016990     MOVE "SLA BREACHES" TO ML-LABEL.
017000     MOVE W-RUN-BREACHES (W-X1) TO W-ROW-CUR.
017010     MOVE SCR-BREACHES          TO W-ROW-PRI.
017020     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
017030     MOVE "ESCALATED ALERTS" TO ML-LABEL.
017040     MOVE W-RUN-ESCALATED (W-X1) TO W-ROW-CUR.
017050     MOVE SCR-ESCALATED          TO W-ROW-PRI.
017060     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
017070     MOVE "SCHEDULED BUT MISSED" TO ML-LABEL.
017080     MOVE W-RUN-MISSED (W-X1) TO W-ROW-CUR.
017090     MOVE SCR-MISSED          TO W-ROW-PRI.
017100     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
017110     MOVE SPACES TO PRINT-LINE.
017120     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
017130     MOVE "SCORE (POINTS)" TO ML-LABEL.
017140     MOVE W-RUN-SCORE (W-X1) TO W-ROW-CUR.
017150     MOVE SCR-SCORE          TO W-ROW-PRI.
017160     PERFORM 5800-PRINT-MEASURE THRU 5800-EXIT.
017170 5730-EXIT.
017180     EXIT.
017190
017200*    ------------------------------------------------------------
017210*    5800-PRINT-MEASURE - ONE ROW FROM THE W-ROW FIELDS.  THE
017220*                     SHARE IS OF THE RUNS FOR A RUN MEASURE
017230*                     AND OF THE CDSLA EXPECTATION FOR A TIME.
017240*                     THE LAST-SCORED COLUMN IS LEFT BLANK FOR
017250*                     A RUN-ID NOT ON THE BASELINE.
017260*    ------------------------------------------------------------
017270 5800-PRINT-MEASURE.
017280     MOVE ZERO TO W-ROW-CUR-PCT.
017290     MOVE ZERO TO W-ROW-PRI-PCT.
017300     IF W-ROW-SHOW-PCT
017310         PERFORM 5810-COMPUTE-SHARES THRU 5810-EXIT
017320     END-IF.
017330     MOVE W-ROW-CUR TO ML-CUR.
017340     MOVE SPACES TO ML-CUR-PCT-AREA.
017350     MOVE SPACES TO ML-PRI-AREA.
017360     MOVE SPACES TO ML-PRI-PCT-AREA.
017370     IF W-ROW-SHOW-PCT
017380         MOVE W-ROW-CUR-PCT TO ML-CUR-PCT
017390         MOVE "%" TO ML-CUR-PCT-SIGN
017400     END-IF.
017410     IF W-HAS-PRIOR
017420         MOVE W-ROW-PRI TO ML-PRI
017430         IF W-ROW-SHOW-PCT
017440             MOVE W-ROW-PRI-PCT TO ML-PRI-PCT
017450             MOVE "%" TO ML-PRI-PCT-SIGN
017460         END-IF
017470     END-IF.
017480     IF W-ROW-TREND-BY-PCT
017490         MOVE W-ROW-CUR-PCT TO W-TRD-CUR
017500         MOVE W-ROW-PRI-PCT TO W-TRD-PRI
017510     ELSE
017520         MOVE W-ROW-CUR TO W-TRD-CUR
017530         MOVE W-ROW-PRI TO W-TRD-PRI
017540     END-IF.
017550     PERFORM 9600-SET-TREND THRU 9600-EXIT.
017560     MOVE W-TRD-TEXT TO ML-TREND.
017570     MOVE W-MEASURE-LINE TO PRINT-LINE.
017580     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
017590 5800-EXIT.
017600     EXIT.
017610
017620 5810-COMPUTE-SHARES.
017630     IF W-ROW-TREND-BY-PCT
017640         MOVE W-RUN-RUNS (W-X1) TO W-PCT-WHOLE
017650     ELSE
017660         MOVE W-RUN-SLA-X (W-X1) TO W-X3
017670         MOVE W-SLA-EXPECT (W-X3) TO W-PCT-WHOLE
017680     END-IF.
017690     MOVE W-ROW-CUR TO W-PCT-PART.
017700     PERFORM 9400-COMPUTE-PCT THRU 9400-EXIT.
017710     MOVE W-PCT-OUT TO W-ROW-CUR-PCT.
017720     IF W-ROW-TREND-BY-PCT
017730         MOVE SCR-RUNS TO W-PCT-WHOLE
017740     END-IF.
017750     MOVE W-ROW-PRI TO W-PCT-PART.
017760     PERFORM 9400-COMPUTE-PCT THRU 9400-EXIT.
017770     MOVE W-PCT-OUT TO W-ROW-PRI-PCT.
017780 5810-EXIT.
017790     EXIT.
017800
017810*    ------------------------------------------------------------
017820*    6000-PRINT-SUMMARY - MONTH TOTALS AND WARNINGS, ON A PAGE
017830*                     OF THEIR OWN AFTER THE LAST SCORECARD
017840*    ------------------------------------------------------------
017850 6000-PRINT-SUMMARY.
017860     MOVE 99 TO W-LINE-CNT.
017870     MOVE "MONTH TOTALS" TO PRINT-LINE.
017880     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
017890     IF W-SNP-CNT = ZERO OR W-BASE-PERIOD = ZERO
017900         MOVE W-NO-BASE-LINE TO PRINT-LINE
017910         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
017920         SET W-WARNING TO TRUE
017930     ELSE
017940         IF W-BASE-PERIOD NOT = W-PRIOR-PERIOD
017950             MOVE W-GAP-LINE TO PRINT-LINE
017960             PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
017970             SET W-WARNING TO TRUE
017980         END-IF
017990     END-IF.
018000     IF NOT W-STATS-PRESENT
018010         MOVE W-NO-STATS-LINE TO PRINT-LINE
018020         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
018030         SET W-WARNING TO TRUE
018040     END-IF.
018050     IF W-RUN-LOST > ZERO
018060         MOVE "RUN-ID" TO LL-TABLE
018070         MOVE W-RUN-LOST TO LL-LOST
018080         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
018090     END-IF.
018100     IF W-SNP-LOST > ZERO
018110         MOVE "CDSCORE" TO LL-TABLE
018120         MOVE W-SNP-LOST TO LL-LOST
018130         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
018140     END-IF.
018150     IF W-SLA-LOST > ZERO
018160         MOVE "CDSLA" TO LL-TABLE
018170         MOVE W-SLA-LOST TO LL-LOST
018180         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
018190     END-IF.
018200     IF W-SCH-LOST > ZERO
018210         MOVE "CDSCHED" TO LL-TABLE
018220         MOVE W-SCH-LOST TO LL-LOST
018230         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
018240     END-IF.
018250     IF W-ESN-LOST > ZERO
018260         MOVE "ESCALATION" TO LL-TABLE
018270         MOVE W-ESN-LOST TO LL-LOST
018280         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
018290     END-IF.
018300     MOVE SPACES TO PRINT-LINE.
018310     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
018320     MOVE "RUN-IDS SCORED:         " TO SL-LABEL.
018330     MOVE W-SHOWN-CNT TO SL-COUNT.
018340     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
018350     MOVE "RUNS IN THE MONTH:      " TO SL-LABEL.
018360     MOVE W-TOT-RUNS TO SL-COUNT.
018370     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
018380     MOVE "SLA BREACHES:           " TO SL-LABEL.
018390     MOVE W-TOT-BREACHES TO SL-COUNT.
018400     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
018410     MOVE "ESCALATED ALERTS:       " TO SL-LABEL.
018420     MOVE W-TOT-ESCALATED TO SL-COUNT.
018430     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
018440     MOVE "SCHEDULED BUT MISSED:   " TO SL-LABEL.
018450     MOVE W-TOT-MISSED TO SL-COUNT.
018460     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
018470 6000-EXIT.
018480     EXIT.
018490
018500 6100-PRINT-SUMMARY-LINE.
018510     MOVE W-SUMMARY-LINE TO PRINT-LINE.
018520     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
018530 6100-EXIT.
018540     EXIT.
018550
018560 6200-PRINT-LOST-LINE.
018570     MOVE W-LOST-LINE TO PRINT-LINE.
018580     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
018590     SET W-WARNING TO TRUE.
018600 6200-EXIT.
018610     EXIT.
018620
018630*    ------------------------------------------------------------
018640*    6500-WRITE-SNAPSHOT - REWRITE CDSCORE AS THE BASELINE
018650*                     MONTH FOLLOWED BY THE MONTH JUST SCORED.
018660*                     EVERY RUN-ID IN THE TABLE IS WRITTEN SO
018670*                     NEXT MONTH HAS ITS CDSTATS TOTALS.  A WRITE
018673*                     THAT FAILS STOPS THE SNAPSHOT, WHICH MUST
018676*                     THEN BE RESTORED BEFORE THE NEXT RUN.
018680*    ------------------------------------------------------------
018690 6500-WRITE-SNAPSHOT.
018700     OPEN OUTPUT SNAPSHOT-FILE.
018710     IF W-SNAP-FILE-STATUS NOT = "00"
018720         DISPLAY "SCORE012W CDSCORE NOT WRITTEN - STATUS "
018730             W-SNAP-FILE-STATUS
018740         SET W-WARNING TO TRUE
018750         GO TO 6500-EXIT
018760     END-IF.
018770     PERFORM 6510-WRITE-ONE-BASELINE THRU 6510-EXIT
018780         VARYING W-X1 FROM 1 BY 1
018790         UNTIL W-X1 > W-SNP-CNT OR W-SNAP-WRITE-FAILED.
018800     PERFORM 6520-WRITE-ONE-SCORED THRU 6520-EXIT
018810         VARYING W-X1 FROM 1 BY 1
018820         UNTIL W-X1 > W-RUN-CNT OR W-SNAP-WRITE-FAILED.
018821     IF W-SNAP-WRITE-FAILED
018822         DISPLAY "SCORE014E CDSCORE WRITE FAILED - STATUS "
018823             W-SNAP-FILE-STATUS " - SNAPSHOT INCOMPLETE"
018824         MOVE SPACES TO PRINT-LINE
018825         STRING "CDSCORE WRITE FAILED - STATUS "
018826             W-SNAP-FILE-STATUS
018827             " - RESTORE CDSCORE BEFORE THE NEXT RUN"
018828             DELIMITED BY SIZE INTO PRINT-LINE
018829         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
018830     END-IF.
018835     CLOSE SNAPSHOT-FILE.
018840 6500-EXIT.
018850     EXIT.
018860
018870 6510-WRITE-ONE-BASELINE.
018880     IF W-SNP-PERIOD (W-X1) = W-BASE-PERIOD
018890         MOVE W-SNP-IMAGE (W-X1) TO SNAPSHOT-RECORD
018900         WRITE SNAPSHOT-RECORD
018902         IF W-SNAP-FILE-STATUS NOT = "00"
018904             SET W-SNAP-WRITE-FAILED TO TRUE
018906             GO TO 6510-EXIT
018908         END-IF
018910         ADD 1 TO W-SNAP-WRITTEN
018920     END-IF.
018930 6510-EXIT.
018940     EXIT.
018950
018960 6520-WRITE-ONE-SCORED.
018970     MOVE SPACES TO SCR-RECORD.
018980     MOVE W-RUN-ID (W-X1)            TO SCR-RUN-ID.
018990     MOVE W-PERIOD                   TO SCR-PERIOD.
019000     MOVE W-RUN-CUR-RUNS (W-X1)      TO SCR-CUM-RUNS.
019010     MOVE W-RUN-CUR-TIMED (W-X1)     TO SCR-CUM-TIMED-RUNS.
019020     MOVE W-RUN-CUR-ELAPSED (W-X1)   TO SCR-CUM-ELAPSED.
019030     MOVE W-RUN-CUR-RC00 (W-X1)      TO SCR-CUM-RC00.
019040     MOVE W-RUN-CUR-RC04 (W-X1)      TO SCR-CUM-RC04.
019050     MOVE W-RUN-CUR-RC08 (W-X1)      TO SCR-CUM-RC08.
019060     MOVE W-RUN-CUR-RC12 (W-X1)      TO SCR-CUM-RC12.
019070     MOVE W-RUN-CUR-RC16 (W-X1)      TO SCR-CUM-RC16.
019080     MOVE W-RUN-CUR-RC-OTHER (W-X1)  TO SCR-CUM-RC-OTHER.
019090     MOVE W-RUN-RUNS (W-X1)          TO SCR-RUNS.
019100     MOVE W-RUN-RC00 (W-X1)          TO SCR-RC00.
019110     MOVE W-RUN-RC04 (W-X1)          TO SCR-RC04.
019120     MOVE W-RUN-RC08 (W-X1)          TO SCR-RC08.
019130     MOVE W-RUN-RC12 (W-X1)          TO SCR-RC12.
019140     MOVE W-RUN-RC16 (W-X1)          TO SCR-RC16.
019150     MOVE W-RUN-RC-OTHER (W-X1)      TO SCR-RC-OTHER.
019160     MOVE W-RUN-AVG (W-X1)           TO SCR-AVG-ELAPSED.
019170     MOVE W-RUN-WORST (W-X1)         TO SCR-WORST-ELAPSED.
019180     MOVE W-RUN-BREACHES (W-X1)      TO SCR-BREACHES.
019190     MOVE W-RUN-ESCALATED (W-X1)     TO SCR-ESCALATED.
019200     MOVE W-RUN-MISSED (W-X1)        TO SCR-MISSED.
019210     MOVE W-RUN-SCORE (W-X1)         TO SCR-SCORE.
019220     MOVE SCR-RECORD TO SNAPSHOT-RECORD.
019230     WRITE SNAPSHOT-RECORD.
019232     IF W-SNAP-FILE-STATUS NOT = "00"
019234         SET W-SNAP-WRITE-FAILED TO TRUE
019236         GO TO 6520-EXIT
019238     END-IF.
019240     ADD 1 TO W-SNAP-WRITTEN.
019250 6520-EXIT.
019260     EXIT.
019270
019280*    ------------------------------------------------------------
019290*    7000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE
019300*    ------------------------------------------------------------
019310 7000-TERMINATE.
019320     CLOSE PRINT-FILE.
019330     IF W-INPUT-VALID AND W-WARNING
019340         SET W-RC-WARNING TO TRUE
019350     END-IF.
019352     IF W-SNAP-WRITE-FAILED
019354         SET W-RC-SNAP-FAILED TO TRUE
019356     END-IF.
019360     MOVE W-RETURN-CODE TO RETURN-CODE.
019370 7000-EXIT.
019380     EXIT.
019390
019400*    ------------------------------------------------------------
019410*    8000-REJECT-BAD-PARM - NOTHING IS SCORED FOR A BAD MONTH
019420*    ------------------------------------------------------------
019430 8000-REJECT-BAD-PARM.
019440     DISPLAY "SCORE008E INVALID SCRPARM MONTH - MUST BE A REAL".
019450     DISPLAY "SCORE008E YYYYMM NOT AFTER THIS MONTH AND NOT".
019460     DISPLAY "SCORE008E BEFORE THE LATEST MONTH ON CDSCORE.".
019470     SET W-RC-BAD-INPUT TO TRUE.
019480     MOVE "SCORECARD MONTH INVALID - NOTHING SCORED"
019490         TO PRINT-LINE.
019500     WRITE PRINT-LINE.
019510 8000-EXIT.
019520     EXIT.
019530
019540*    ------------------------------------------------------------
019550*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
019560*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
019570*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
019580*                     LINE FORCES THE PAGE-1 HEADING OUT.
019590*    ------------------------------------------------------------
019600 8100-WRITE-REPORT-LINE.
019610     IF W-LINE-CNT >= W-PAGE-SIZE
019620         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
019630     END-IF.
019640     WRITE PRINT-LINE.
019650     ADD 1 TO W-LINE-CNT.
019660 8100-EXIT.
019670     EXIT.
019680
019690*    ------------------------------------------------------------
019700*    8300-PAGE-HEADING - START A NEW REPORT PAGE
019710*    ------------------------------------------------------------
019720 8300-PAGE-HEADING.
019730     MOVE PRINT-LINE TO W-SAVE-LINE.
019740     ADD 1 TO W-PAGE-NO.
019750     MOVE W-TODAY   TO H1-DATE.
019760     MOVE W-PAGE-NO TO H1-PAGE.
019770     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
019780     WRITE PRINT-LINE.
019790     MOVE W-PERIOD    TO PL-PERIOD.
019800     MOVE W-FROM-DATE TO PL-FROM.
019810     MOVE W-TO-DATE   TO PL-TO.
019820     IF W-BASE-PERIOD = ZERO
019830         MOVE "(NONE)" TO PL-BASE-AREA
019840     ELSE
019850         MOVE W-BASE-PERIOD TO PL-BASE
019860     END-IF.
019870     MOVE W-PERIOD-LINE TO PRINT-LINE.
019880     WRITE PRINT-LINE.
019890     MOVE SPACES TO PRINT-LINE.
019900     WRITE PRINT-LINE.
019910     MOVE W-SAVE-LINE TO PRINT-LINE.
019920     MOVE 3 TO W-LINE-CNT.
019930 8300-EXIT.
019940     EXIT.
019950
019960*    ------------------------------------------------------------
019970*    9000-CONVERT-TIME-TO-SECONDS - HHMMSSHH TIME TO SECONDS
019980*    ------------------------------------------------------------
019990 9000-CONVERT-TIME-TO-SECONDS.
020000     MOVE W-TIME-IN(1:2) TO W-SEC-HH.
020010     MOVE W-TIME-IN(3:2) TO W-SEC-MM.
020020     MOVE W-TIME-IN(5:2) TO W-SEC-SS.
020030     COMPUTE W-SECS-OUT =
020040         (W-SEC-HH * 3600) + (W-SEC-MM * 60) + W-SEC-SS.
020050 9000-EXIT.
020060     EXIT.
020070
020080*    ------------------------------------------------------------
020090*    9200-FIND-RUN-ID - LOOK W-LOOKUP-ID UP IN THE RUN-ID
020100*                     TABLE; W-X2 POINTS AT THE ENTRY WHEN
020110*                     FOUND.  WITH W-ADD-IF-MISSING SET A NEW
020120*                     ENTRY IS STARTED, LINKED TO ITS BASELINE
020130*                     SNAPSHOT AND ITS CDSLA ENTRY.
020140*    ------------------------------------------------------------
020150 9200-FIND-RUN-ID.
020160     MOVE 'N' TO W-FOUND-SW.
020170     PERFORM 9210-MATCH-RUN-ID THRU 9210-EXIT
020180         VARYING W-X2 FROM 1 BY 1
020190         UNTIL W-X2 > W-RUN-CNT OR W-FOUND.
020200     IF W-FOUND
020210         SUBTRACT 1 FROM W-X2
020220         GO TO 9200-EXIT
020230     END-IF.
020240     IF NOT W-ADD-IF-MISSING OR W-LOOKUP-ID = SPACES
020250         GO TO 9200-EXIT
020260     END-IF.
020270     IF W-RUN-CNT >= W-RUN-MAX
020280         ADD 1 TO W-RUN-LOST
020290         GO TO 9200-EXIT
020300     END-IF.
020310     ADD 1 TO W-RUN-CNT.
020320     MOVE W-RUN-CNT TO W-X2.
020330     MOVE ZEROS TO W-RUN-ENTRY (W-X2).
020340     MOVE W-LOOKUP-ID TO W-RUN-ID (W-X2).
020350     MOVE ZERO TO W-RUN-BASE-X (W-X2).
020360     MOVE ZERO TO W-RUN-SLA-X (W-X2).
020370     MOVE 'N' TO W-RUN-SHOW-SW (W-X2).
020380     MOVE 'N' TO W-RUN-RANKED-SW (W-X2).
020390     MOVE SPACES TO W-RUN-DUE-FLAGS (W-X2).
020400     MOVE SPACES TO W-RUN-RAN-FLAGS (W-X2).
020410     PERFORM 9220-MATCH-BASELINE THRU 9220-EXIT
020420         VARYING W-X3 FROM 1 BY 1
020430         UNTIL W-X3 > W-SNP-CNT OR W-RUN-BASE-X (W-X2) > ZERO.
020440     PERFORM 9230-MATCH-SLA THRU 9230-EXIT
020450         VARYING W-X3 FROM 1 BY 1
020460         UNTIL W-X3 > W-SLA-CNT OR W-RUN-SLA-X (W-X2) > ZERO.
020470     SET W-FOUND TO TRUE.
020480 9200-EXIT.
020490     EXIT.
020500
020510 9210-MATCH-RUN-ID.
020520     IF W-RUN-ID (W-X2) = W-LOOKUP-ID
020530         SET W-FOUND TO TRUE
020540     END-IF.
020550 9210-EXIT.
020560     EXIT.
020570
020580 9220-MATCH-BASELINE.
020590     IF W-SNP-RUN-ID (W-X3) = W-LOOKUP-ID
020600         AND W-SNP-PERIOD (W-X3) = W-BASE-PERIOD
020610         MOVE W-X3 TO W-RUN-BASE-X (W-X2)
020620     END-IF.
020630 9220-EXIT.
020640     EXIT.
020650
020660 9230-MATCH-SLA.
020670     IF W-SLA-RUN-ID (W-X3) = W-LOOKUP-ID
020680         MOVE W-X3 TO W-RUN-SLA-X (W-X2)
020690     END-IF.
020700 9230-EXIT.
020710     EXIT.
020720
020730*    ------------------------------------------------------------
020740*    9400-COMPUTE-PCT - W-PCT-PART AS A PERCENTAGE OF
020750*                     W-PCT-WHOLE, TO ONE DECIMAL, HELD AT 999.9
020760*    ------------------------------------------------------------
020770 9400-COMPUTE-PCT.
020780     MOVE ZERO TO W-PCT-OUT.
020790     IF W-PCT-WHOLE = ZERO
020800         GO TO 9400-EXIT
020810     END-IF.
020820     COMPUTE W-PCT-OUT = (W-PCT-PART * 100) / W-PCT-WHOLE
020830         ON SIZE ERROR
020840             MOVE 999.9 TO W-PCT-OUT
020850     END-COMPUTE.
020860 9400-EXIT.
020870     EXIT.
020880
020890*    ------------------------------------------------------------
020900*    9500-COMPUTE-DELTA - CURRENT TOTAL LESS BASELINE TOTAL;
020910*                     THE TOTAL ITSELF WHEN IT HAS GONE BACKWARD
020920*    ------------------------------------------------------------
020930 9500-COMPUTE-DELTA.
020940     IF W-DLT-CUR >= W-DLT-BASE
020950         COMPUTE W-DLT-OUT = W-DLT-CUR - W-DLT-BASE
020960     ELSE
020970         MOVE W-DLT-CUR TO W-DLT-OUT
020980     END-IF.
020990 9500-EXIT.
021000     EXIT.
021010
021020*    ------------------------------------------------------------
021030*    9600-SET-TREND - ARROW FOR W-TRD-CUR AGAINST W-TRD-PRI:
021040*                     ^ UP, V DOWN, = LEVEL, WITH BETTER OR
021050*                     WORSE BY THE MEASURE'S SENSE.  NEW WHEN
021060*                     THE RUN-ID IS NOT ON THE BASELINE.
021070*    ------------------------------------------------------------
021080 9600-SET-TREND.
021090     MOVE SPACES TO W-TRD-TEXT.
021100     IF NOT W-HAS-PRIOR
021110         MOVE "NEW" TO W-TRD-TEXT
021120         GO TO 9600-EXIT
021130     END-IF.
021140     IF W-TRD-CUR = W-TRD-PRI
021150         MOVE "=" TO W-TRD-TEXT
021160         GO TO 9600-EXIT
021170     END-IF.
021180     IF W-TRD-CUR > W-TRD-PRI
021190         EVALUATE TRUE
021200             WHEN W-TRD-HIGH-WORSE
021210                 MOVE "^ WORSE" TO W-TRD-TEXT
021220             WHEN W-TRD-HIGH-BETTER
021230                 MOVE "^ BETTER" TO W-TRD-TEXT
021240             WHEN OTHER
021250                 MOVE "^" TO W-TRD-TEXT
021260         END-EVALUATE
021270     ELSE
021280         EVALUATE TRUE
021290             WHEN W-TRD-HIGH-WORSE
021300                 MOVE "V BETTER" TO W-TRD-TEXT
021310             WHEN W-TRD-HIGH-BETTER
021320                 MOVE "V WORSE" TO W-TRD-TEXT
021330             WHEN OTHER
021340                 MOVE "V" TO W-TRD-TEXT
021350         END-EVALUATE
021360     END-IF.
021370 9600-EXIT.
021380     EXIT.
