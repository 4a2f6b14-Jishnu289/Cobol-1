000010******************************************************************
000020* PROGRAM:   CATCHUP                                             *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   OUTAGE CATCH-UP DECK BUILDER.  SCHEDCHK ONLY SEES   *
000070*            TODAY AND SCHEDGEN ONLY BUILDS ONE GENERATION       *
000080*            DATE, SO AFTER AN OUTAGE OR A LOST WEEKEND THE      *
000090*            RECOVERY DECK USED TO BE PIECED TOGETHER BY HAND.   *
000100*            THIS STEP TAKES A FROM/TO DATE RANGE ON THE CATPARM *
000110*            CARD, APPLIES THE CDSCHED FREQUENCY RULES AND THE   *
000120*            CDHOLDAY CALENDAR TO EVERY DAY IN IT EXACTLY AS     *
000130*            SCHEDGEN WOULD HAVE, AND CHECKS CDAUDIT AND THE     *
000140*            CDAUDARC ARCHIVE FOR WHAT ACTUALLY RAN.  EACH       *
000150*            RUN-ID STILL OWED GOES ONCE ONTO A SINGLE CDCNTL    *
000160*            DECK FOR ITS LATEST OWED DATE; EARLIER OWED DATES,  *
000170*            AND ANY OWED DATE FOLLOWED BY A REAL RUN, ARE LEFT  *
000180*            OUT AS SUPERSEDED.  THE DECK IS ORDERED SO EVERY    *
000190*            CDDEPEND PREDECESSOR COMES BEFORE ITS DEPENDANT.    *
000200*            THE REPORT (CDRPT19) LISTS EACH OWED RUN WITH THE   *
000210*            DATE IT WAS OWED FOR AND EACH SUPERSEDED RUN WITH   *
000220*            THE REASON.  RC 04 WHEN A DECK WAS WRITTEN, 00 WHEN *
000230*            NOTHING IS OWED, 08 FOR A BAD CARD OR A DECK THAT   *
000240*            COULD NOT BE BUILT IN FULL.                         *
000250******************************************************************
000260* MODIFICATION HISTORY                                           *
000270*   DATE        BY    DESCRIPTION                                *
000280*   ----------  ----  ------------------------------------       *
000290*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. CATCHUP.
000330 AUTHOR. JFM.
000340 INSTALLATION. DATA CENTER OPERATIONS.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT CAT-PARM-FILE ASSIGN TO "CATPARM"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS W-PARM-FILE-STATUS.
000440
000450     SELECT SCHED-FILE ASSIGN TO "CDSCHED"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS W-SCHED-FILE-STATUS.
000480
000490     SELECT HOLIDAY-FILE ASSIGN TO "CDHOLDAY"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS W-HOL-FILE-STATUS.
000520
000530     SELECT DEPEND-FILE ASSIGN TO "CDDEPEND"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS W-DEPEND-FILE-STATUS.
000560
000570     SELECT AUDIT-FILE ASSIGN TO "CDAUDIT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS W-AUDIT-FILE-STATUS.
000600
000610     SELECT AUDIT-ARCHIVE ASSIGN TO "CDAUDARC"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS W-AUDARC-FILE-STATUS.
000640
000650     SELECT CNTL-FILE ASSIGN TO "CDCNTL"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS W-CNTL-FILE-STATUS.
000680
000690     SELECT PRINT-FILE ASSIGN TO "CDRPT19"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS W-PRINT-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CAT-PARM-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 80 CHARACTERS.
000780 01  CAT-PARM-RECORD.
000790     05  CATP-FROM-DATE          PIC X(08).
000800     05  CATP-TO-DATE            PIC X(08).
000810     05  FILLER                  PIC X(64).
000820
000830 FD  SCHED-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 40 CHARACTERS.
000860     COPY CDSCHREC.
000870
000880 FD  HOLIDAY-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 20 CHARACTERS.
000910 01  HOL-RECORD.
000920     05  HOL-DATE                PIC X(08).
000930     05  FILLER                  PIC X(12).
000940
000950 FD  DEPEND-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 20 CHARACTERS.
000980 01  DEPEND-RECORD.
000990     05  DEP-RUN-ID              PIC X(08).
001000     05  DEP-PRED-RUN-ID         PIC X(08).
001010     05  FILLER                  PIC X(04).
001020
001030 FD  AUDIT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 40 CHARACTERS.
001060 01  AUD-IN-RECORD               PIC X(40).
001070
001080 FD  AUDIT-ARCHIVE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 40 CHARACTERS.
001110 01  AUDARC-RECORD               PIC X(40).
001120
001130 FD  CNTL-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 44 CHARACTERS.
001160 01  CNTL-RECORD.
001170     05  CNTL-RUN-ID             PIC X(08).
001180     05  CNTL-START              PIC X(03).
001190     05  CNTL-END                PIC X(03).
001200     05  CNTL-STEP               PIC X(03).
001210     05  CNTL-DIR                PIC X(01).
001220     05  CNTL-CHKFREQ            PIC X(03).
001230     05  CNTL-PROFILE            PIC X(08).
001240     05  CNTL-TICKSECS           PIC X(03).
001250     05  CNTL-TARGET             PIC X(06).
001260     05  FILLER                  PIC X(06).
001270
001280 FD  PRINT-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 80 CHARACTERS.
001310 01  PRINT-LINE                  PIC X(80).
001320
001330 WORKING-STORAGE SECTION.
001340*    ------------------------------------------------------------
001350*    AUDIT ROW LAYOUT - CDAUDIT AND CDAUDARC ROWS ARE BOTH
001360*    MOVED HERE FOR MATCHING
001370*    ------------------------------------------------------------
001380     COPY CDAUDREC.
001390
001400*    ------------------------------------------------------------
001410*    FILE STATUS FIELDS
001420*    ------------------------------------------------------------
001430 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001440 01  W-SCHED-FILE-STATUS         PIC X(02) VALUE SPACES.
001450 01  W-HOL-FILE-STATUS           PIC X(02) VALUE SPACES.
001460 01  W-DEPEND-FILE-STATUS        PIC X(02) VALUE SPACES.
001470 01  W-AUDIT-FILE-STATUS         PIC X(02) VALUE SPACES.
001480 01  W-AUDARC-FILE-STATUS        PIC X(02) VALUE SPACES.
001490 01  W-CNTL-FILE-STATUS          PIC X(02) VALUE SPACES.
001500 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
001510
001520*    ------------------------------------------------------------
001530*    SWITCHES
001540*    ------------------------------------------------------------
001550 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
001560     88  W-EOF                              VALUE 'Y'.
001570 77  W-VALID-SW                  PIC X(01) VALUE 'Y'.
001580     88  W-INPUT-VALID                      VALUE 'Y'.
001590     88  W-INPUT-INVALID                    VALUE 'N'.
001600 77  W-FOUND-SW                  PIC X(01) VALUE 'N'.
001610     88  W-FOUND                            VALUE 'Y'.
001620 77  W-DUE-SW                    PIC X(01) VALUE 'N'.
001630     88  W-DUE-TODAY                        VALUE 'Y'.
001640 77  W-HOLIDAY-SW                PIC X(01) VALUE 'N'.
001650     88  W-IS-HOLIDAY                       VALUE 'Y'.
001660 77  W-BLOCKED-SW                PIC X(01) VALUE 'N'.
001670     88  W-BLOCKED                          VALUE 'Y'.
001680 77  W-EMITTED-SW                PIC X(01) VALUE 'N'.
001690     88  W-SOME-EMITTED                     VALUE 'Y'.
001700 77  W-CYCLE-SW                  PIC X(01) VALUE 'N'.
001710     88  W-CYCLE-FOUND                      VALUE 'Y'.
001720
001730*    ------------------------------------------------------------
001740*    RANGE AND CALENDAR FIELDS.  W-CAL-DATE IS THE DAY BEING
001750*    EXPANDED; ITS DAY OF WEEK AND MONTH END ARE WORKED OUT
001760*    THE SAME WAY SCHEDGEN DOES FOR ITS GENERATION DATE.
001770*    ------------------------------------------------------------
001780 77  W-TODAY                     PIC 9(08) VALUE ZERO.
001790 77  W-FROM-DATE                 PIC 9(08) VALUE ZERO.
001800 77  W-TO-DATE                   PIC 9(08) VALUE ZERO.
001810 77  W-MAX-DAYS                  PIC 9(03) VALUE 031.
001820 77  W-DAY-CNT                   PIC 9(03) VALUE ZERO.
001830 01  W-CAL-DATE                  PIC 9(08) VALUE ZERO.
001840 01  W-CAL-SPLIT REDEFINES W-CAL-DATE.
001850     05  W-CAL-YYYY              PIC 9(04).
001860     05  W-CAL-MM                PIC 9(02).
001870     05  W-CAL-DD                PIC 9(02).
001880 77  W-DAY-OF-WEEK               PIC 9(01) VALUE ZERO.
001890*    ZELLER DAY NUMBERS: 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY,
001900*    THROUGH 6 = FRIDAY.
001910 77  W-MONTH-END-DD              PIC 9(02) VALUE ZERO.
001920
001930*    ------------------------------------------------------------
001940*    ZELLER CONGRUENCE WORK FIELDS
001950*    ------------------------------------------------------------
001960 77  W-ZEL-Q                     PIC 9(02) COMP VALUE ZERO.
001970 77  W-ZEL-M                     PIC 9(02) COMP VALUE ZERO.
001980 77  W-ZEL-Y                     PIC 9(04) COMP VALUE ZERO.
001990 77  W-ZEL-K                     PIC 9(02) COMP VALUE ZERO.
002000 77  W-ZEL-J                     PIC 9(02) COMP VALUE ZERO.
002010 77  W-ZEL-H                     PIC S9(04) COMP VALUE ZERO.
002020 77  W-ZEL-WORK                  PIC S9(06) COMP VALUE ZERO.
002030
002040*    ------------------------------------------------------------
002050*    DAYS-IN-MONTH TABLE AND LEAP-YEAR WORK FIELDS
002060*    ------------------------------------------------------------
002070 01  W-DIM-VALUES                PIC X(24) VALUE
002080     "312831303130313130313031".
002090 01  W-DIM-TABLE REDEFINES W-DIM-VALUES.
002100     05  W-DIM                   PIC 9(02) OCCURS 12 TIMES.
002110 77  W-LEAP-QUOT                 PIC 9(04) COMP VALUE ZERO.
002120 77  W-LEAP-REM                  PIC 9(04) COMP VALUE ZERO.
002130 77  W-LEAP-SW                   PIC X(01) VALUE 'N'.
002140     88  W-LEAP-YEAR                        VALUE 'Y'.
002150
002160*    ------------------------------------------------------------
002170*    SCHEDULE TABLE - CDSCHED HELD IN FILE ORDER WITH, PER
002180*    RUN-ID, ITS LATEST REAL RUN AND LATEST OWED DATE SEEN
002190*    AND WHERE IT LANDED IN THE DECK
002200*    ------------------------------------------------------------
002210 77  W-SCH-MAX                   PIC S9(04) COMP VALUE +500.
002220 77  W-SCH-LOST                  PIC 9(06) VALUE ZERO.
002230 01  W-SCH-TABLE.
002240     05  W-SCH-CNT               PIC S9(04) COMP VALUE ZERO.
002250     05  W-SCH-ENTRY OCCURS 500 TIMES.
002260         10  W-SCH-RUN-ID        PIC X(08).
002270         10  W-SCH-FREQ          PIC X(01).
002280             88  W-SCH-DAILY                VALUE 'D'.
002290             88  W-SCH-WEEKDAYS             VALUE 'W'.
002300             88  W-SCH-MONTH-END            VALUE 'M'.
002310             88  W-SCH-SPECIFIC-DATE        VALUE 'S'.
002320         10  W-SCH-DATE          PIC X(08).
002330         10  W-SCH-START         PIC X(03).
002340         10  W-SCH-END           PIC X(03).
002350         10  W-SCH-STEP          PIC X(03).
002360         10  W-SCH-DIR           PIC X(01).
002370         10  W-SCH-CHKFREQ       PIC X(03).
002380         10  W-SCH-PROFILE       PIC X(08).
002390         10  W-SCH-LAST-RAN      PIC 9(08).
002400         10  W-SCH-LAST-OWED     PIC 9(08).
002410         10  W-SCH-DECK-SW       PIC X(01).
002420             88  W-SCH-IN-DECK              VALUE 'Y'.
002430         10  W-SCH-EMITTED-SW    PIC X(01).
002440             88  W-SCH-EMITTED              VALUE 'Y'.
002450
002460*    ------------------------------------------------------------
002470*    OWED-RUN TABLE - ONE ENTRY PER RUN-ID PER DAY IT FELL DUE
002480*    IN THE RANGE, IN DATE ORDER.  DISPOSITION: O = OWED AND
002490*    UNDECIDED, R = RAN, S = SUPERSEDED, D = ON THE DECK.
002500*    ------------------------------------------------------------
002510 77  W-OWE-MAX                   PIC S9(04) COMP VALUE +3000.
002520 77  W-OWE-LOST                  PIC 9(06) VALUE ZERO.
002530 01  W-OWE-TABLE.
002540     05  W-OWE-CNT               PIC S9(04) COMP VALUE ZERO.
002550     05  W-OWE-ENTRY OCCURS 3000 TIMES.
002560         10  W-OWE-SCH-X         PIC S9(04) COMP.
002570         10  W-OWE-DATE          PIC 9(08).
002580         10  W-OWE-LATER         PIC 9(08).
002590         10  W-OWE-DISP          PIC X(01).
002600             88  W-OWE-UNDECIDED            VALUE 'O'.
002610             88  W-OWE-RAN                  VALUE 'R'.
002620             88  W-OWE-SUPERSEDED           VALUE 'S'.
002630             88  W-OWE-ON-DECK              VALUE 'D'.
002640         10  W-OWE-REASON        PIC X(01).
002650             88  W-OWE-RAN-LATER            VALUE 'R'.
002660             88  W-OWE-OWED-LATER           VALUE 'O'.
002670
002680*    ------------------------------------------------------------
002690*    HOLIDAY TABLE - CDHOLDAY DATES FALLING IN THE RANGE
002700*    ------------------------------------------------------------
002710 77  W-HOL-MAX                   PIC S9(04) COMP VALUE +100.
002720 01  W-HOL-TABLE.
002730     05  W-HOL-CNT               PIC S9(04) COMP VALUE ZERO.
002740     05  W-HOL-ENTRY OCCURS 100 TIMES.
002750         10  W-HOL-DATE          PIC 9(08).
002760
002770*    ------------------------------------------------------------
002780*    DEPENDENCY TABLE - CDDEPEND LOADED AS WHILE LOADS IT
002790*    ------------------------------------------------------------
002800 77  W-DEP-MAX                   PIC S9(04) COMP VALUE +100.
002810 01  W-DEP-TABLE.
002820     05  W-DEP-CNT               PIC S9(04) COMP VALUE ZERO.
002830     05  W-DEP-ENTRY OCCURS 100 TIMES.
002840         10  W-DEP-RUN-ID        PIC X(08).
002850         10  W-DEP-PRED          PIC X(08).
002860
002870*    ------------------------------------------------------------
002880*    SUBSCRIPTS AND COUNTERS
002890*    ------------------------------------------------------------
002900 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
002910 77  W-X2                        PIC S9(04) COMP VALUE ZERO.
002920 77  W-X3                        PIC S9(04) COMP VALUE ZERO.
002930 77  W-LOOKUP-ID                 PIC X(08) VALUE SPACES.
002940 77  W-RUNS-DUE                  PIC 9(06) VALUE ZERO.
002950 77  W-RUNS-RAN                  PIC 9(06) VALUE ZERO.
002960 77  W-RUNS-SUPERSEDED           PIC 9(06) VALUE ZERO.
002970 77  W-DECK-CNT                  PIC 9(06) VALUE ZERO.
002980 77  W-DECK-WRITTEN              PIC 9(06) VALUE ZERO.
002990
003000*    ------------------------------------------------------------
003010*    REPORT CONTROL FIELDS
003020*    ------------------------------------------------------------
003030 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
003040 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
003050 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
003060 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
003070
003080*    ------------------------------------------------------------
003090*    RETURN CODE
003100*    ------------------------------------------------------------
003110 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
003120     88  W-RC-NOTHING-OWED                  VALUE 00.
003130     88  W-RC-DECK-WRITTEN                  VALUE 04.
003140     88  W-RC-BAD-INPUT                     VALUE 08.
003150
003160*    ------------------------------------------------------------
003170*    REPORT LINE LAYOUTS
003180*    ------------------------------------------------------------
003190 01  W-HEAD-LINE-1.
003200     05  FILLER                  PIC X(33) VALUE
003210         "OUTAGE CATCH-UP DECK             ".
003220     05  FILLER                  PIC X(05) VALUE "DATE ".
003230     05  H1-DATE                 PIC 9999/99/99.
003240     05  FILLER                  PIC X(07) VALUE "  PAGE ".
003250     05  H1-PAGE                 PIC ZZZ9.
003260     05  FILLER                  PIC X(21) VALUE SPACES.
003270
003280 01  W-RANGE-LINE.
003290     05  FILLER                  PIC X(13) VALUE
003300         "RANGE: FROM  ".
003310     05  RL-FROM                 PIC 9999/99/99.
003320     05  FILLER                  PIC X(06) VALUE "  TO  ".
003330     05  RL-TO                   PIC 9999/99/99.
003340     05  FILLER                  PIC X(41) VALUE SPACES.
003350
003360 01  W-SECTION-LINE-1            PIC X(80) VALUE
003370     "RUNS OWED - WRITTEN TO CDCNTL IN THIS ORDER".
003380 01  W-SECTION-LINE-2            PIC X(80) VALUE
003390     "RUNS LEFT OUT - SUPERSEDED BY A LATER RUN".
003400
003410 01  W-COL-HEAD-1.
003420     05  FILLER                  PIC X(05) VALUE "SEQ  ".
003430     05  FILLER                  PIC X(10) VALUE "RUN-ID    ".
003440     05  FILLER                  PIC X(05) VALUE "FREQ ".
003450     05  FILLER                  PIC X(12) VALUE "OWED FOR    ".
003460     05  FILLER                  PIC X(10) VALUE "PROFILE   ".
003470     05  FILLER                  PIC X(38) VALUE SPACES.
003480
003490 01  W-COL-HEAD-2.
003500     05  FILLER                  PIC X(05) VALUE SPACES.
003510     05  FILLER                  PIC X(10) VALUE "RUN-ID    ".
003520     05  FILLER                  PIC X(05) VALUE "FREQ ".
003530     05  FILLER                  PIC X(12) VALUE "OWED FOR    ".
003540     05  FILLER                  PIC X(10) VALUE "REASON    ".
003550     05  FILLER                  PIC X(38) VALUE SPACES.
003560
003570 01  W-DETAIL-LINE.
003580     05  DL-SEQ                  PIC ZZZ9.
003590     05  FILLER                  PIC X(01) VALUE SPACES.
003600     05  DL-RUN-ID               PIC X(08).
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  DL-FREQ                 PIC X(01).
003630     05  FILLER                  PIC X(04) VALUE SPACES.
003640     05  DL-OWED                 PIC 9999/99/99.
003650     05  FILLER                  PIC X(02) VALUE SPACES.
003660     05  DL-TEXT                 PIC X(48).
003670
003680 01  W-REASON-TEXT.
003690     05  RT-LABEL                PIC X(24).
003700     05  RT-DATE                 PIC 9999/99/99.
003710     05  FILLER                  PIC X(14) VALUE SPACES.
003720
003730 01  W-NONE-LINE-1               PIC X(80) VALUE
003740     "  (NOTHING OWED - EVERY DUE RUN IN THE RANGE HAS RUN)".
003750 01  W-NONE-LINE-2               PIC X(80) VALUE
003760     "  (NO RUNS SUPERSEDED)".
003770 01  W-CYCLE-LINE                PIC X(80) VALUE
003780     "  ** CDDEPEND CYCLE - REMAINING RUNS WRITTEN IN SCHEDULE ORD
003790-    "ER **".
003800
003810 01  W-LOST-LINE.
003820     05  FILLER                  PIC X(04) VALUE SPACES.
003830     05  LL-TABLE                PIC X(10).
003840     05  FILLER                  PIC X(12) VALUE
003850         "TABLE FULL -".
003860     05  LL-LOST                 PIC ZZZ,ZZ9.
003870     05  FILLER                  PIC X(30) VALUE
003880         " ENTRIES NOT CONSIDERED - RC 8".
003890     05  FILLER                  PIC X(17) VALUE SPACES.
003900
003910 01  W-SUMMARY-LINE.
003920     05  SL-LABEL                PIC X(24).
003930     05  SL-COUNT                PIC ZZZ,ZZ9.
003940     05  FILLER                  PIC X(49) VALUE SPACES.
003950
003960 PROCEDURE DIVISION.
003970*    ------------------------------------------------------------
003980*    0000-MAINLINE - PROGRAM ENTRY POINT
003990*    ------------------------------------------------------------
004000 0000-MAINLINE.
004010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004020     IF W-INPUT-INVALID
004030         PERFORM 8000-REJECT-BAD-PARM THRU 8000-EXIT
004040     ELSE
004050         PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT
004060         PERFORM 2200-LOAD-HOLIDAYS THRU 2200-EXIT
004070         PERFORM 2400-LOAD-DEPENDENCIES THRU 2400-EXIT
004080         PERFORM 3000-EXPAND-RANGE THRU 3000-EXIT
004090         PERFORM 4000-SCAN-AUDIT-TRAIL THRU 4000-EXIT
004100         PERFORM 4500-DECIDE-OWED-RUNS THRU 4500-EXIT
004110         PERFORM 5000-WRITE-DECK THRU 5000-EXIT
004120         PERFORM 5500-PRINT-SUPERSEDED THRU 5500-EXIT
004130         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
004140     END-IF.
004150     PERFORM 7000-TERMINATE THRU 7000-EXIT.
004160     GOBACK.
004170
004180*    ------------------------------------------------------------
004190*    1000-INITIALIZE - READ AND EDIT THE CATPARM RANGE.  THE
004200*                     FROM DATE IS REQUIRED; A BLANK TO DATE
004210*                     MEANS TODAY.  THE RANGE MAY NOT RUN INTO
004220*                     THE FUTURE OR SPAN MORE THAN W-MAX-DAYS.
004230*    ------------------------------------------------------------
004240 1000-INITIALIZE.
004250     ACCEPT W-TODAY FROM DATE YYYYMMDD.
004260     OPEN OUTPUT PRINT-FILE.
004270     OPEN INPUT CAT-PARM-FILE.
004280     IF W-PARM-FILE-STATUS NOT = "00"
004290         SET W-INPUT-INVALID TO TRUE
004300         GO TO 1000-EXIT
004310     END-IF.
004320     READ CAT-PARM-FILE
004330         AT END
004340             SET W-INPUT-INVALID TO TRUE
004350         NOT AT END
004360             PERFORM 1100-EDIT-RANGE THRU 1100-EXIT
004370     END-READ.
004380     CLOSE CAT-PARM-FILE.
004390 1000-EXIT.
004400     EXIT.
004410
004420 1100-EDIT-RANGE.
004430     IF CATP-FROM-DATE IS NOT NUMERIC
004440         SET W-INPUT-INVALID TO TRUE
004450         GO TO 1100-EXIT
004460     END-IF.
004470     MOVE CATP-FROM-DATE TO W-CAL-DATE.
004480     PERFORM 1150-CHECK-CAL-DATE THRU 1150-EXIT.
004490     IF W-INPUT-INVALID
004500         GO TO 1100-EXIT
004510     END-IF.
004520     MOVE W-CAL-DATE TO W-FROM-DATE.
004530     IF CATP-TO-DATE = SPACES
004540         MOVE W-TODAY TO W-TO-DATE
004550     ELSE
004560         IF CATP-TO-DATE IS NOT NUMERIC
004570             SET W-INPUT-INVALID TO TRUE
004580             GO TO 1100-EXIT
004590         END-IF
004600         MOVE CATP-TO-DATE TO W-CAL-DATE
004610         PERFORM 1150-CHECK-CAL-DATE THRU 1150-EXIT
004620         IF W-INPUT-INVALID
004630             GO TO 1100-EXIT
004640         END-IF
004650         MOVE W-CAL-DATE TO W-TO-DATE
004660     END-IF.
004670     IF W-FROM-DATE > W-TO-DATE OR W-TO-DATE > W-TODAY
004680         SET W-INPUT-INVALID TO TRUE
004690         GO TO 1100-EXIT
004700     END-IF.
004710     MOVE W-FROM-DATE TO W-CAL-DATE.
004720     MOVE 1 TO W-DAY-CNT.
004730     PERFORM 1160-COUNT-ONE-DAY THRU 1160-EXIT
004740         UNTIL W-CAL-DATE >= W-TO-DATE
004750            OR W-DAY-CNT > W-MAX-DAYS.
004760     IF W-DAY-CNT > W-MAX-DAYS
004770         SET W-INPUT-INVALID TO TRUE
004780     END-IF.
004790 1100-EXIT.
004800     EXIT.
004810
004820*    ------------------------------------------------------------
004830*    1150-CHECK-CAL-DATE - W-CAL-DATE MUST BE A REAL DATE
004840*    ------------------------------------------------------------
004850 1150-CHECK-CAL-DATE.
004860     IF W-CAL-MM < 1 OR W-CAL-MM > 12 OR W-CAL-DD < 1
004870         SET W-INPUT-INVALID TO TRUE
004880         GO TO 1150-EXIT
004890     END-IF.
004900     PERFORM 1200-COMPUTE-MONTH-END THRU 1200-EXIT.
004910     IF W-CAL-DD > W-MONTH-END-DD
004920         SET W-INPUT-INVALID TO TRUE
004930     END-IF.
004940 1150-EXIT.
004950     EXIT.
004960
004970 1160-COUNT-ONE-DAY.
004980     PERFORM 1300-ADD-ONE-DAY THRU 1300-EXIT.
004990     ADD 1 TO W-DAY-CNT.
005000 1160-EXIT.
005010     EXIT.
005020
005030*    ------------------------------------------------------------
005040*    1170-COMPUTE-DAY-OF-WEEK - ZELLER CONGRUENCE ON
005050*                     W-CAL-DATE.  JANUARY AND FEBRUARY COUNT
005060*                     AS MONTHS 13 AND 14 OF THE PRIOR YEAR.
005070*    ------------------------------------------------------------
005080 1170-COMPUTE-DAY-OF-WEEK.
005090     MOVE W-CAL-DD TO W-ZEL-Q.
005100     MOVE W-CAL-MM TO W-ZEL-M.
005110     MOVE W-CAL-YYYY TO W-ZEL-Y.
005120     IF W-ZEL-M < 3
005130         ADD 12 TO W-ZEL-M
005140         SUBTRACT 1 FROM W-ZEL-Y
005150     END-IF.
005160     DIVIDE W-ZEL-Y BY 100
005170         GIVING W-ZEL-J REMAINDER W-ZEL-K.
005180     COMPUTE W-ZEL-WORK = W-ZEL-Q
005190         + ((13 * (W-ZEL-M + 1)) / 5)
005200         + W-ZEL-K + (W-ZEL-K / 4) + (W-ZEL-J / 4)
005210         + (5 * W-ZEL-J).
005220     DIVIDE W-ZEL-WORK BY 7
005230         GIVING W-ZEL-H REMAINDER W-DAY-OF-WEEK.
005240 1170-EXIT.
005250     EXIT.
005260
005270*    ------------------------------------------------------------
005280*    1200-COMPUTE-MONTH-END - LAST DAY OF W-CAL-DATE'S MONTH
005290*    ------------------------------------------------------------
005300 1200-COMPUTE-MONTH-END.
005310     MOVE W-DIM (W-CAL-MM) TO W-MONTH-END-DD.
005320     IF W-CAL-MM = 2
005330         PERFORM 1250-CHECK-LEAP-YEAR THRU 1250-EXIT
005340         IF W-LEAP-YEAR
005350             MOVE 29 TO W-MONTH-END-DD
005360         END-IF
005370     END-IF.
005380 1200-EXIT.
005390     EXIT.
005400
005410 1250-CHECK-LEAP-YEAR.
005420     MOVE 'N' TO W-LEAP-SW.
005430     DIVIDE W-CAL-YYYY BY 4
005440         GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM.
005450     IF W-LEAP-REM = ZERO
005460         SET W-LEAP-YEAR TO TRUE
005470         DIVIDE W-CAL-YYYY BY 100
005480             GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
005490         IF W-LEAP-REM = ZERO
005500             MOVE 'N' TO W-LEAP-SW
005510             DIVIDE W-CAL-YYYY BY 400
005520                 GIVING W-LEAP-QUOT REMAINDER W-LEAP-REM
005530             IF W-LEAP-REM = ZERO
005540                 SET W-LEAP-YEAR TO TRUE
005550             END-IF
005560         END-IF
005570     END-IF.
005580 1250-EXIT.
005590     EXIT.
005600
005610*    ------------------------------------------------------------
005620*    1300-ADD-ONE-DAY - STEP W-CAL-DATE FORWARD ONE DAY,
005630*                     ROLLING THE MONTH AND YEAR
005640*    ------------------------------------------------------------
005650 1300-ADD-ONE-DAY.
005660     PERFORM 1200-COMPUTE-MONTH-END THRU 1200-EXIT.
005670     IF W-CAL-DD < W-MONTH-END-DD
005680         ADD 1 TO W-CAL-DD
005690         GO TO 1300-EXIT
005700     END-IF.
005710     MOVE 1 TO W-CAL-DD.
005720     IF W-CAL-MM < 12
005730         ADD 1 TO W-CAL-MM
005740     ELSE
005750         MOVE 1 TO W-CAL-MM
005760         ADD 1 TO W-CAL-YYYY
005770     END-IF.
005780 1300-EXIT.
005790     EXIT.
005800
005810*    ------------------------------------------------------------
005820*    2000-LOAD-SCHEDULE - HOLD CDSCHED IN FILE ORDER
005830*    ------------------------------------------------------------
005840 2000-LOAD-SCHEDULE.
005850     MOVE 'N' TO W-EOF-SW.
005860     OPEN INPUT SCHED-FILE.
005870     IF W-SCHED-FILE-STATUS NOT = "00"
005880         MOVE "  (NO CDSCHED SCHEDULE MASTER PRESENT)"
005890             TO PRINT-LINE
005900         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
005910         GO TO 2000-EXIT
005920     END-IF.
005930     PERFORM 2090-READ-SCHED THRU 2090-EXIT.
005940     PERFORM 2010-LOAD-ONE-ENTRY THRU 2010-EXIT
005950         UNTIL W-EOF.
005960     CLOSE SCHED-FILE.
005970 2000-EXIT.
005980     EXIT.
005990
006000 2010-LOAD-ONE-ENTRY.
006010     IF W-SCH-CNT < W-SCH-MAX
006020         ADD 1 TO W-SCH-CNT
006030         MOVE SCH-RUN-ID  TO W-SCH-RUN-ID (W-SCH-CNT)
006040         MOVE SCH-FREQ    TO W-SCH-FREQ (W-SCH-CNT)
006050         MOVE SCH-DATE    TO W-SCH-DATE (W-SCH-CNT)
006060         MOVE SCH-START   TO W-SCH-START (W-SCH-CNT)
006070         MOVE SCH-END     TO W-SCH-END (W-SCH-CNT)
006080         MOVE SCH-STEP    TO W-SCH-STEP (W-SCH-CNT)
006090         MOVE SCH-DIR     TO W-SCH-DIR (W-SCH-CNT)
006100         MOVE SCH-CHKFREQ TO W-SCH-CHKFREQ (W-SCH-CNT)
006110         MOVE SCH-PROFILE TO W-SCH-PROFILE (W-SCH-CNT)
006120         MOVE ZERO        TO W-SCH-LAST-RAN (W-SCH-CNT)
006130         MOVE ZERO        TO W-SCH-LAST-OWED (W-SCH-CNT)
006140         MOVE 'N'         TO W-SCH-DECK-SW (W-SCH-CNT)
006150         MOVE 'N'         TO W-SCH-EMITTED-SW (W-SCH-CNT)
006160     ELSE
006170         ADD 1 TO W-SCH-LOST
006180     END-IF.
006190     PERFORM 2090-READ-SCHED THRU 2090-EXIT.
006200 2010-EXIT.
006210     EXIT.
006220
006230 2090-READ-SCHED.
006240     READ SCHED-FILE
006250         AT END
006260             SET W-EOF TO TRUE
006270     END-READ.
006280 2090-EXIT.
006290     EXIT.
006300
006310*    ------------------------------------------------------------
006320*    2200-LOAD-HOLIDAYS - KEEP THE CDHOLDAY DATES THAT FALL IN
006330*                     THE RANGE.  A MISSING FILE MEANS NO
006340*                     HOLIDAYS, AS IN SCHEDGEN.
006350*    ------------------------------------------------------------
006360 2200-LOAD-HOLIDAYS.
006370     MOVE 'N' TO W-EOF-SW.
006380     OPEN INPUT HOLIDAY-FILE.
006390     IF W-HOL-FILE-STATUS NOT = "00"
006400         GO TO 2200-EXIT
006410     END-IF.
006420     PERFORM 2210-READ-ONE-HOLIDAY THRU 2210-EXIT
006430         UNTIL W-EOF.
006440     CLOSE HOLIDAY-FILE.
006450 2200-EXIT.
006460     EXIT.
006470
006480 2210-READ-ONE-HOLIDAY.
006490     READ HOLIDAY-FILE
006500         AT END
006510             SET W-EOF TO TRUE
006520         NOT AT END
006530             IF HOL-DATE IS NUMERIC
006540                 AND HOL-DATE NOT < W-FROM-DATE
006550                 AND HOL-DATE NOT > W-TO-DATE
006560                 AND W-HOL-CNT < W-HOL-MAX
006570                 ADD 1 TO W-HOL-CNT
006580                 MOVE HOL-DATE TO W-HOL-DATE (W-HOL-CNT)
006590             END-IF
006600     END-READ.
006610 2210-EXIT.
006620     EXIT.
006630
006640*    ------------------------------------------------------------
006650*    2400-LOAD-DEPENDENCIES - HOLD CDDEPEND FOR DECK ORDERING
006660*    ------------------------------------------------------------
006670 2400-LOAD-DEPENDENCIES.
006680     MOVE 'N' TO W-EOF-SW.
006690     OPEN INPUT DEPEND-FILE.
006700     IF W-DEPEND-FILE-STATUS NOT = "00"
006710         GO TO 2400-EXIT
006720     END-IF.
006730     PERFORM 2410-READ-ONE-DEPEND THRU 2410-EXIT
006740         UNTIL W-EOF.
006750     CLOSE DEPEND-FILE.
006760 2400-EXIT.
006770     EXIT.
006780
006790 2410-READ-ONE-DEPEND.
006800     READ DEPEND-FILE
006810         AT END
006820             SET W-EOF TO TRUE
006830         NOT AT END
006840             IF DEP-RUN-ID NOT = SPACES
006850                 AND DEP-PRED-RUN-ID NOT = SPACES
006860                 AND W-DEP-CNT < W-DEP-MAX
006870                 ADD 1 TO W-DEP-CNT
006880                 MOVE DEP-RUN-ID TO W-DEP-RUN-ID (W-DEP-CNT)
006890                 MOVE DEP-PRED-RUN-ID TO W-DEP-PRED (W-DEP-CNT)
006900             END-IF
006910     END-READ.
006920 2410-EXIT.
006930     EXIT.
006940
006950*    ------------------------------------------------------------
006960*    3000-EXPAND-RANGE - WALK THE RANGE ONE DAY AT A TIME AND
006970*                     RECORD EVERY SCHEDULE ENTRY DUE THAT DAY
006980*    ------------------------------------------------------------
006990 3000-EXPAND-RANGE.
007000     MOVE W-FROM-DATE TO W-CAL-DATE.
007010     PERFORM 3100-EXPAND-ONE-DAY THRU 3100-EXIT
007020         UNTIL W-CAL-DATE > W-TO-DATE.
007030 3000-EXIT.
007040     EXIT.
007050
007060 3100-EXPAND-ONE-DAY.
007070     PERFORM 1170-COMPUTE-DAY-OF-WEEK THRU 1170-EXIT.
007080     PERFORM 1200-COMPUTE-MONTH-END THRU 1200-EXIT.
007090     MOVE 'N' TO W-HOLIDAY-SW.
007100     PERFORM 3150-MATCH-HOLIDAY THRU 3150-EXIT
007110         VARYING W-X1 FROM 1 BY 1
007120         UNTIL W-X1 > W-HOL-CNT OR W-IS-HOLIDAY.
007130     PERFORM 3200-CHECK-ONE-ENTRY THRU 3200-EXIT
007140         VARYING W-X1 FROM 1 BY 1
007150         UNTIL W-X1 > W-SCH-CNT.
007160     PERFORM 1300-ADD-ONE-DAY THRU 1300-EXIT.
007170 3100-EXIT.
007180     EXIT.
007190
007200 3150-MATCH-HOLIDAY.
007210     IF W-HOL-DATE (W-X1) = W-CAL-DATE
007220         SET W-IS-HOLIDAY TO TRUE
007230     END-IF.
007240 3150-EXIT.
007250     EXIT.
007260
007270*    ------------------------------------------------------------
007280*    3200-CHECK-ONE-ENTRY - SAME FREQUENCY RULES AS SCHEDGEN,
007290*                     APPLIED TO THE DAY BEING EXPANDED
007300*    ------------------------------------------------------------
007310 3200-CHECK-ONE-ENTRY.
007320     MOVE 'N' TO W-DUE-SW.
007330     EVALUATE TRUE
007340         WHEN W-SCH-DAILY (W-X1)
007350             SET W-DUE-TODAY TO TRUE
007360         WHEN W-SCH-WEEKDAYS (W-X1)
007370             IF W-DAY-OF-WEEK >= 2 AND W-DAY-OF-WEEK <= 6
007380                 AND NOT W-IS-HOLIDAY
007390                 SET W-DUE-TODAY TO TRUE
007400             END-IF
007410         WHEN W-SCH-MONTH-END (W-X1)
007420             IF W-CAL-DD = W-MONTH-END-DD
007430                 SET W-DUE-TODAY TO TRUE
007440             END-IF
007450         WHEN W-SCH-SPECIFIC-DATE (W-X1)
007460             IF W-SCH-DATE (W-X1) IS NUMERIC
007470                 AND W-SCH-DATE (W-X1) = W-CAL-DATE
007480                 SET W-DUE-TODAY TO TRUE
007490             END-IF
007500         WHEN OTHER
007510             CONTINUE
007520     END-EVALUATE.
007530     IF NOT W-DUE-TODAY
007540         GO TO 3200-EXIT
007550     END-IF.
007560     ADD 1 TO W-RUNS-DUE.
007570     IF W-OWE-CNT >= W-OWE-MAX
007580         ADD 1 TO W-OWE-LOST
007590         GO TO 3200-EXIT
007600     END-IF.
007610     ADD 1 TO W-OWE-CNT.
007620     MOVE W-X1       TO W-OWE-SCH-X (W-OWE-CNT).
007630     MOVE W-CAL-DATE TO W-OWE-DATE (W-OWE-CNT).
007640     MOVE ZERO       TO W-OWE-LATER (W-OWE-CNT).
007650     MOVE 'O'        TO W-OWE-DISP (W-OWE-CNT).
007660     MOVE SPACE      TO W-OWE-REASON (W-OWE-CNT).
007670 3200-EXIT.
007680     EXIT.
007690
007700*    ------------------------------------------------------------
007710*    4000-SCAN-AUDIT-TRAIL - CDAUDIT, THEN THE CDAUDARC
007720*                     ARCHIVE, SINCE A LONG OUTAGE RANGE MAY
007730*                     ALREADY HAVE BEEN PURGED TO IT.  ANY
007740*                     INVOCATION COUNTS AS HAVING RUN, AS IN
007750*                     SCHEDCHK.
007760*    ------------------------------------------------------------
007770 4000-SCAN-AUDIT-TRAIL.
007780     MOVE 'N' TO W-EOF-SW.
007790     OPEN INPUT AUDIT-FILE.
007800     IF W-AUDIT-FILE-STATUS = "00"
007810         PERFORM 4010-READ-ONE-AUDIT THRU 4010-EXIT
007820             UNTIL W-EOF
007830         CLOSE AUDIT-FILE
007840     END-IF.
007850     MOVE 'N' TO W-EOF-SW.
007860     OPEN INPUT AUDIT-ARCHIVE.
007870     IF W-AUDARC-FILE-STATUS = "00"
007880         PERFORM 4020-READ-ONE-ARCHIVED THRU 4020-EXIT
007890             UNTIL W-EOF
007900         CLOSE AUDIT-ARCHIVE
007910     END-IF.
007920 4000-EXIT.
007930     EXIT.
007940
007950 4010-READ-ONE-AUDIT.
007960     READ AUDIT-FILE
007970         AT END
007980             SET W-EOF TO TRUE
007990         NOT AT END
008000             MOVE AUD-IN-RECORD TO AUDIT-RECORD
008010             PERFORM 4100-APPLY-AUDIT-ROW THRU 4100-EXIT
008020     END-READ.
008030 4010-EXIT.
008040     EXIT.
008050
008060 4020-READ-ONE-ARCHIVED.
008070     READ AUDIT-ARCHIVE
008080         AT END
008090             SET W-EOF TO TRUE
008100         NOT AT END
008110             MOVE AUDARC-RECORD TO AUDIT-RECORD
008120             PERFORM 4100-APPLY-AUDIT-ROW THRU 4100-EXIT
008130     END-READ.
008140 4020-EXIT.
008150     EXIT.
008160
008170*    ------------------------------------------------------------
008180*    4100-APPLY-AUDIT-ROW - A ROW ON OR AFTER THE FROM DATE
008190*                     ADVANCES THE RUN-ID'S LATEST REAL RUN;
008200*                     ONE INSIDE THE RANGE ALSO SETTLES THAT
008210*                     DAY'S OWED ENTRY AS RAN
008220*    ------------------------------------------------------------
008230 4100-APPLY-AUDIT-ROW.
008240     IF AUD-RUN-DATE < W-FROM-DATE
008250         GO TO 4100-EXIT
008260     END-IF.
008270     MOVE AUD-RUN-ID TO W-LOOKUP-ID.
008280     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
008290     IF NOT W-FOUND
008300         GO TO 4100-EXIT
008310     END-IF.
008320     IF AUD-RUN-DATE > W-SCH-LAST-RAN (W-X2)
008330         MOVE AUD-RUN-DATE TO W-SCH-LAST-RAN (W-X2)
008340     END-IF.
008350     IF AUD-RUN-DATE > W-TO-DATE
008360         GO TO 4100-EXIT
008370     END-IF.
008380     PERFORM 4110-MARK-RAN THRU 4110-EXIT
008390         VARYING W-X1 FROM 1 BY 1
008400         UNTIL W-X1 > W-OWE-CNT.
008410 4100-EXIT.
008420     EXIT.
008430
008440 4110-MARK-RAN.
008450     IF W-OWE-SCH-X (W-X1) = W-X2
008460         AND W-OWE-DATE (W-X1) = AUD-RUN-DATE
008470         MOVE 'R' TO W-OWE-DISP (W-X1)
008480     END-IF.
008490 4110-EXIT.
008500     EXIT.
008510
008520*    ------------------------------------------------------------
008530*    4500-DECIDE-OWED-RUNS - FIND EACH RUN-ID'S LATEST OWED
008540*                     DATE, THEN SETTLE EVERY OWED ENTRY: ONE
008550*                     FOLLOWED BY A REAL RUN OR BY A LATER
008560*                     OWED DATE IS SUPERSEDED; THE LATEST
008570*                     OWED DATE GOES ON THE DECK.
008580*    ------------------------------------------------------------
008590 4500-DECIDE-OWED-RUNS.
008600     PERFORM 4510-NOTE-LATEST-OWED THRU 4510-EXIT
008610         VARYING W-X1 FROM 1 BY 1
008620         UNTIL W-X1 > W-OWE-CNT.
008630     PERFORM 4520-SETTLE-ONE-ENTRY THRU 4520-EXIT
008640         VARYING W-X1 FROM 1 BY 1
008650         UNTIL W-X1 > W-OWE-CNT.
008660 4500-EXIT.
008670     EXIT.
008680
008690 4510-NOTE-LATEST-OWED.
008700     IF W-OWE-RAN (W-X1)
008710         ADD 1 TO W-RUNS-RAN
008720         GO TO 4510-EXIT
008730     END-IF.
008740     MOVE W-OWE-SCH-X (W-X1) TO W-X2.
008750     IF W-OWE-DATE (W-X1) > W-SCH-LAST-OWED (W-X2)
008760         MOVE W-OWE-DATE (W-X1) TO W-SCH-LAST-OWED (W-X2)
008770     END-IF.
008780 4510-EXIT.
008790     EXIT.
008800
008810 4520-SETTLE-ONE-ENTRY.
008820     IF NOT W-OWE-UNDECIDED (W-X1)
008830         GO TO 4520-EXIT
008840     END-IF.
008850     MOVE W-OWE-SCH-X (W-X1) TO W-X2.
008860     IF W-SCH-LAST-RAN (W-X2) > W-OWE-DATE (W-X1)
008870         MOVE 'S' TO W-OWE-DISP (W-X1)
008880         MOVE 'R' TO W-OWE-REASON (W-X1)
008890         MOVE W-SCH-LAST-RAN (W-X2) TO W-OWE-LATER (W-X1)
008900         ADD 1 TO W-RUNS-SUPERSEDED
008910         GO TO 4520-EXIT
008920     END-IF.
008930     IF W-SCH-LAST-OWED (W-X2) > W-OWE-DATE (W-X1)
008940         MOVE 'S' TO W-OWE-DISP (W-X1)
008950         MOVE 'O' TO W-OWE-REASON (W-X1)
008960         MOVE W-SCH-LAST-OWED (W-X2) TO W-OWE-LATER (W-X1)
008970         ADD 1 TO W-RUNS-SUPERSEDED
008980         GO TO 4520-EXIT
008990     END-IF.
009000     MOVE 'D' TO W-OWE-DISP (W-X1).
009010     MOVE 'Y' TO W-SCH-DECK-SW (W-X2).
009020     ADD 1 TO W-DECK-CNT.
009030 4520-EXIT.
009040     EXIT.
009050
009060*    ------------------------------------------------------------
009070*    5000-WRITE-DECK - EMIT THE DECK IN PASSES.  EACH PASS
009080*                     WRITES, IN SCHEDULE ORDER, EVERY OWED RUN
009090*                     WHOSE CDDEPEND PREDECESSORS ON THE DECK
009100*                     ARE ALREADY WRITTEN.  A PASS THAT WRITES
009110*                     NOTHING MEANS A CYCLE; THE REST GO OUT IN
009120*                     SCHEDULE ORDER UNDER A WARNING.
009130*    ------------------------------------------------------------
009140 5000-WRITE-DECK.
009150     OPEN OUTPUT CNTL-FILE.
009160     MOVE W-SECTION-LINE-1 TO PRINT-LINE.
009170     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009180     MOVE W-COL-HEAD-1 TO PRINT-LINE.
009190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009200     IF W-DECK-CNT = ZERO
009210         MOVE W-NONE-LINE-1 TO PRINT-LINE
009220         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009230         GO TO 5000-CLOSE
009240     END-IF.
009250     SET W-SOME-EMITTED TO TRUE.
009260     PERFORM 5100-EMIT-PASS THRU 5100-EXIT
009270         UNTIL W-DECK-WRITTEN >= W-DECK-CNT
009280            OR NOT W-SOME-EMITTED.
009290     IF W-DECK-WRITTEN < W-DECK-CNT
009300         SET W-CYCLE-FOUND TO TRUE
009310         MOVE W-CYCLE-LINE TO PRINT-LINE
009320         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009330         PERFORM 5200-EMIT-IF-PENDING THRU 5200-EXIT
009340             VARYING W-X1 FROM 1 BY 1
009350             UNTIL W-X1 > W-SCH-CNT
009360     END-IF.
009370 5000-CLOSE.
009380     CLOSE CNTL-FILE.
009390 5000-EXIT.
009400     EXIT.
009410
009420 5100-EMIT-PASS.
009430     MOVE 'N' TO W-EMITTED-SW.
009440     PERFORM 5110-TRY-ONE-ENTRY THRU 5110-EXIT
009450         VARYING W-X1 FROM 1 BY 1
009460         UNTIL W-X1 > W-SCH-CNT.
009470 5100-EXIT.
009480     EXIT.
009490
009500 5110-TRY-ONE-ENTRY.
009510     IF NOT W-SCH-IN-DECK (W-X1) OR W-SCH-EMITTED (W-X1)
009520         GO TO 5110-EXIT
009530     END-IF.
009540     MOVE 'N' TO W-BLOCKED-SW.
009550     PERFORM 5120-CHECK-ONE-PRED THRU 5120-EXIT
009560         VARYING W-X3 FROM 1 BY 1
009570         UNTIL W-X3 > W-DEP-CNT OR W-BLOCKED.
009580     IF NOT W-BLOCKED
009590         PERFORM 5300-EMIT-ENTRY THRU 5300-EXIT
009600         SET W-SOME-EMITTED TO TRUE
009610     END-IF.
009620 5110-EXIT.
009630     EXIT.
009640
009650 5120-CHECK-ONE-PRED.
009660     IF W-DEP-RUN-ID (W-X3) NOT = W-SCH-RUN-ID (W-X1)
009670         GO TO 5120-EXIT
009680     END-IF.
009690     MOVE W-DEP-PRED (W-X3) TO W-LOOKUP-ID.
009700     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
009710     IF W-FOUND
009720         IF W-SCH-IN-DECK (W-X2) AND NOT W-SCH-EMITTED (W-X2)
009730             SET W-BLOCKED TO TRUE
009740         END-IF
009750     END-IF.
009760 5120-EXIT.
009770     EXIT.
009780
009790 5200-EMIT-IF-PENDING.
009800     IF W-SCH-IN-DECK (W-X1) AND NOT W-SCH-EMITTED (W-X1)
009810         PERFORM 5300-EMIT-ENTRY THRU 5300-EXIT
009820     END-IF.
009830 5200-EXIT.
009840     EXIT.
009850
009860*    ------------------------------------------------------------
009870*    5300-EMIT-ENTRY - WRITE SCHEDULE ENTRY W-X1 TO THE DECK,
009880*                     WITH THE PACING COLUMNS AS SPACES EXACTLY
009890*                     AS SCHEDGEN WRITES THEM, AND LIST IT
009900*    ------------------------------------------------------------
009910 5300-EMIT-ENTRY.
009920     MOVE SPACES TO CNTL-RECORD.
009930     MOVE W-SCH-RUN-ID (W-X1)  TO CNTL-RUN-ID.
009940     MOVE W-SCH-START (W-X1)   TO CNTL-START.
009950     MOVE W-SCH-END (W-X1)     TO CNTL-END.
009960     MOVE W-SCH-STEP (W-X1)    TO CNTL-STEP.
009970     MOVE W-SCH-DIR (W-X1)     TO CNTL-DIR.
009980     MOVE W-SCH-CHKFREQ (W-X1) TO CNTL-CHKFREQ.
009990     MOVE W-SCH-PROFILE (W-X1) TO CNTL-PROFILE.
010000     WRITE CNTL-RECORD.
010010     MOVE 'Y' TO W-SCH-EMITTED-SW (W-X1).
010020     ADD 1 TO W-DECK-WRITTEN.
010030     MOVE SPACES TO W-DETAIL-LINE.
010040     MOVE W-DECK-WRITTEN        TO DL-SEQ.
010050     MOVE W-SCH-RUN-ID (W-X1)   TO DL-RUN-ID.
010060     MOVE W-SCH-FREQ (W-X1)     TO DL-FREQ.
010070     MOVE W-SCH-LAST-OWED (W-X1) TO DL-OWED.
010080     MOVE W-SCH-PROFILE (W-X1)  TO DL-TEXT.
010090     MOVE W-DETAIL-LINE TO PRINT-LINE.
010100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010110 5300-EXIT.
010120     EXIT.
010130
010140*    ------------------------------------------------------------
010150*    5500-PRINT-SUPERSEDED - OWED DATES DELIBERATELY LEFT OFF
010160*                     THE DECK, IN DATE ORDER, WITH THE LATER
010170*                     RUN THAT MADE THEM UNNECESSARY
010180*    ------------------------------------------------------------
010190 5500-PRINT-SUPERSEDED.
010200     MOVE SPACES TO PRINT-LINE.
010210     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010220     MOVE W-SECTION-LINE-2 TO PRINT-LINE.
010230     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010240     MOVE W-COL-HEAD-2 TO PRINT-LINE.
010250     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010260     IF W-RUNS-SUPERSEDED = ZERO
010270         MOVE W-NONE-LINE-2 TO PRINT-LINE
010280         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010290         GO TO 5500-EXIT
010300     END-IF.
010310     PERFORM 5510-PRINT-ONE-SUPERSEDED THRU 5510-EXIT
010320         VARYING W-X1 FROM 1 BY 1
010330         UNTIL W-X1 > W-OWE-CNT.
010340 5500-EXIT.
010350     EXIT.
010360
010370 5510-PRINT-ONE-SUPERSEDED.
010380     IF NOT W-OWE-SUPERSEDED (W-X1)
010390         GO TO 5510-EXIT
010400     END-IF.
010410     MOVE W-OWE-SCH-X (W-X1) TO W-X2.
010420     MOVE SPACES TO W-DETAIL-LINE.
010430     MOVE W-SCH-RUN-ID (W-X2) TO DL-RUN-ID.
010440     MOVE W-SCH-FREQ (W-X2)   TO DL-FREQ.
010450     MOVE W-OWE-DATE (W-X1)   TO DL-OWED.
010460     IF W-OWE-RAN-LATER (W-X1)
010470         MOVE "RAN AGAIN ON           " TO RT-LABEL
010480     ELSE
010490         MOVE "CATCH-UP RUN OWED FOR   " TO RT-LABEL
010500     END-IF.
010510     MOVE W-OWE-LATER (W-X1) TO RT-DATE.
010520     MOVE W-REASON-TEXT TO DL-TEXT.
010530     MOVE W-DETAIL-LINE TO PRINT-LINE.
010540     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010550 5510-EXIT.
010560     EXIT.
010570
010580*    ------------------------------------------------------------
010590*    6000-PRINT-SUMMARY - RANGE TOTALS
010600*    ------------------------------------------------------------
010610 6000-PRINT-SUMMARY.
010620     MOVE SPACES TO PRINT-LINE.
010630     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010640     IF W-SCH-LOST > ZERO
010650         MOVE "CDSCHED" TO LL-TABLE
010660         MOVE W-SCH-LOST TO LL-LOST
010670         MOVE W-LOST-LINE TO PRINT-LINE
010680         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010690     END-IF.
010700     IF W-OWE-LOST > ZERO
010710         MOVE "OWED RUNS" TO LL-TABLE
010720         MOVE W-OWE-LOST TO LL-LOST
010730         MOVE W-LOST-LINE TO PRINT-LINE
010740         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010750     END-IF.
010760     MOVE "DAYS IN RANGE:          " TO SL-LABEL.
010770     MOVE W-DAY-CNT TO SL-COUNT.
010780     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
010790     MOVE "RUNS DUE IN RANGE:      " TO SL-LABEL.
010800     MOVE W-RUNS-DUE TO SL-COUNT.
010810     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
010820     MOVE "RUNS THAT RAN:          " TO SL-LABEL.
010830     MOVE W-RUNS-RAN TO SL-COUNT.
010840     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
010850     MOVE "RUNS SUPERSEDED:        " TO SL-LABEL.
010860     MOVE W-RUNS-SUPERSEDED TO SL-COUNT.
010870     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
010880     MOVE "CDCNTL RECORDS WRITTEN: " TO SL-LABEL.
010890     MOVE W-DECK-WRITTEN TO SL-COUNT.
010900     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
010910 6000-EXIT.
010920     EXIT.
010930
010940 6100-PRINT-SUMMARY-LINE.
010950     MOVE W-SUMMARY-LINE TO PRINT-LINE.
010960     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010970 6100-EXIT.
010980     EXIT.
010990
011000*    ------------------------------------------------------------
011010*    7000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE
011020*    ------------------------------------------------------------
011030 7000-TERMINATE.
011040     CLOSE PRINT-FILE.
011050     IF W-INPUT-VALID
011060         IF W-SCH-LOST > ZERO OR W-OWE-LOST > ZERO
011070             SET W-RC-BAD-INPUT TO TRUE
011080         ELSE
011090             IF W-DECK-WRITTEN > ZERO
011100                 SET W-RC-DECK-WRITTEN TO TRUE
011110             END-IF
011120         END-IF
011130     END-IF.
011140     MOVE W-RETURN-CODE TO RETURN-CODE.
011150 7000-EXIT.
011160     EXIT.
011170
011180*    ------------------------------------------------------------
011190*    8000-REJECT-BAD-PARM - NO DECK IS WRITTEN FOR A BAD RANGE
011200*    ------------------------------------------------------------
011210 8000-REJECT-BAD-PARM.
011220     DISPLAY "CATUP008E INVALID CATPARM RANGE - FROM AND TO MUST".
011230     DISPLAY "CATUP008E BE REAL YYYYMMDD DATES, FROM NOT AFTER".
011240     DISPLAY "CATUP008E TO, TO NOT AFTER TODAY, AT MOST 31 DAYS.".
011250     SET W-RC-BAD-INPUT TO TRUE.
011260     MOVE "CATCH-UP RANGE INVALID - NO DECK WRITTEN"
011270         TO PRINT-LINE.
011280     WRITE PRINT-LINE.
011290 8000-EXIT.
011300     EXIT.
011310
011320*    ------------------------------------------------------------
011330*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
011340*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
011350*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
011360*                     LINE FORCES THE PAGE-1 HEADING OUT.
011370*    ------------------------------------------------------------
011380 8100-WRITE-REPORT-LINE.
011390     IF W-LINE-CNT >= W-PAGE-SIZE
011400         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
011410     END-IF.
011420     WRITE PRINT-LINE.
011430     ADD 1 TO W-LINE-CNT.
011440 8100-EXIT.
011450     EXIT.
011460
011470*    ------------------------------------------------------------
011480*    8300-PAGE-HEADING - START A NEW REPORT PAGE
011490*    ------------------------------------------------------------
011500 8300-PAGE-HEADING.
011510     MOVE PRINT-LINE TO W-SAVE-LINE.
011520     ADD 1 TO W-PAGE-NO.
011530     MOVE W-TODAY   TO H1-DATE.
011540     MOVE W-PAGE-NO TO H1-PAGE.
011550     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
011560     WRITE PRINT-LINE.
011570     MOVE W-FROM-DATE TO RL-FROM.
011580     MOVE W-TO-DATE   TO RL-TO.
011590     MOVE W-RANGE-LINE TO PRINT-LINE.
011600     WRITE PRINT-LINE.
011610     MOVE SPACES TO PRINT-LINE.
011620     WRITE PRINT-LINE.
011630     MOVE W-SAVE-LINE TO PRINT-LINE.
011640     MOVE 3 TO W-LINE-CNT.
011650 8300-EXIT.
011660     EXIT.
011670
011680*    ------------------------------------------------------------
011690*    9100-FIND-SCHEDULED - LOOK W-LOOKUP-ID UP IN THE SCHEDULE
011700*                     TABLE; W-X2 POINTS AT THE ENTRY WHEN FOUND
011710*    ------------------------------------------------------------
011720 9100-FIND-SCHEDULED.
011730     MOVE 'N' TO W-FOUND-SW.
011740     MOVE ZERO TO W-X2.
011750     PERFORM 9110-MATCH-SCHEDULED THRU 9110-EXIT
011760         VARYING W-X2 FROM 1 BY 1
011770         UNTIL W-X2 > W-SCH-CNT OR W-FOUND.
011780     IF W-FOUND
011790         SUBTRACT 1 FROM W-X2
011800     END-IF.
011810 9100-EXIT.
011820     EXIT.
011830
011840 9110-MATCH-SCHEDULED.
011850     IF W-SCH-RUN-ID (W-X2) = W-LOOKUP-ID
011860         SET W-FOUND TO TRUE
011870     END-IF.
011880 9110-EXIT.
011890     EXIT.
