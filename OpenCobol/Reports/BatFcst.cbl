000010******************************************************************
000020* PROGRAM:   BATFCST                                             *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   BATCH-WINDOW COMPLETION FORECAST FOR THE GENERATED  *
000070*            CDCNTL DECK, RUN IN THE EVENING AFTER SCHEDGEN AND  *
000080*            CNTLVAL.  EVERY CARD IS RESOLVED AS WHILE WILL      *
000090*            RESOLVE IT (PROFILE, OVERRIDES, EDITS) AND GIVEN AN *
000100*            AVERAGE AND A WORST-CASE DURATION:                  *
000110*              - A CARD PACED BY CD-TARGET-TIME RUNS UNTIL THAT  *
000120*                CLOCK TIME, OR FREE-RUNS WHEN IT STARTS LATE;   *
000130*              - A CARD PACED BY CD-TICK-SECS WAITS THAT LONG    *
000140*                BETWEEN TICKS, WORST CASE NEVER LESS THAN THE   *
000150*                WORST CDSTATS HAS SEEN FOR THE RUN-ID;          *
000160*              - AN UNPACED CARD TAKES THE CDSTATS AVERAGE AND   *
000170*                WORST ELAPSED TIMES FOR ITS RUN-ID.             *
000180*            WHILE RUNS THE DECK ONE CARD AFTER ANOTHER, SO THE  *
000190*            PROJECTED START AND FINISH OF EACH CARD ARE THE     *
000200*            RUNNING TOTAL FROM THE WINDOW START ON THE FCSTPARM *
000210*            CARD.  THE CRITICAL PATH IS THE LONGEST CDDEPEND    *
000220*            CHAIN ON THE DECK - THE SHORTEST THE NIGHT COULD BE *
000230*            MADE BY MOVING THE INDEPENDENT WORK TO ANOTHER STEP.*
000240*            RUNS THAT FINISH PAST THE WINDOW END ARE FLAGGED.   *
000250*            RETURN CODE 04 WHEN ANY RUN IS PROJECTED PAST THE   *
000260*            WINDOW END ON EITHER BASIS, 08 FOR AN INVALID       *
000270*            FCSTPARM CARD.                                      *
000280******************************************************************
000290* MODIFICATION HISTORY                                           *
000300*   DATE        BY    DESCRIPTION                                *
000310*   ----------  ----  ------------------------------------       *
000320*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. BATFCST.
000360 AUTHOR. JFM.
000370 INSTALLATION. DATA CENTER OPERATIONS.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT FCST-PARM-FILE ASSIGN TO "FCSTPARM"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS W-PARM-FILE-STATUS.
000470
000480     SELECT CNTL-FILE ASSIGN TO "CDCNTL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS W-CNTL-FILE-STATUS.
000510
000520     SELECT PROFILE-FILE ASSIGN TO "CDPROF"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PRF-NAME
000560         FILE STATUS IS W-PROF-FILE-STATUS.
000570
000580     SELECT STATS-MASTER ASSIGN TO "CDSTATS"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS STA-RUN-ID
000620         FILE STATUS IS W-STAT-FILE-STATUS.
000630
000640     SELECT DEPEND-FILE ASSIGN TO "CDDEPEND"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS W-DEPEND-FILE-STATUS.
000670
000680     SELECT PRINT-FILE ASSIGN TO "CDRPT26"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS W-PRINT-FILE-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FCST-PARM-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770 01  FCST-PARM-RECORD.
000780     05  FCP-WIN-START           PIC X(04).
000790     05  FCP-WIN-END             PIC X(04).
000800     05  FILLER                  PIC X(72).
000810
000820 FD  CNTL-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 44 CHARACTERS.
000850 01  CNTL-RECORD.
000860     05  CNTL-RUN-ID             PIC X(08).
000870     05  CNTL-START              PIC X(03).
000880     05  CNTL-END                PIC X(03).
000890     05  CNTL-STEP               PIC X(03).
000900     05  CNTL-DIR                PIC X(01).
000910     05  CNTL-CHKFREQ            PIC X(03).
000920     05  CNTL-PROFILE            PIC X(08).
000930     05  CNTL-TICKSECS           PIC X(03).
000940     05  CNTL-TARGET             PIC X(06).
000950     05  FILLER                  PIC X(06).
000960
000970 FD  PROFILE-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 40 CHARACTERS.
001000     COPY CDPRFREC.
001010
001020 FD  STATS-MASTER
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 100 CHARACTERS.
001050     COPY CDSTAREC.
001060
001070 FD  DEPEND-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 20 CHARACTERS.
001100 01  DEPEND-RECORD.
001110     05  DEP-RUN-ID              PIC X(08).
001120     05  DEP-PRED-RUN-ID         PIC X(08).
001130     05  FILLER                  PIC X(04).
001140
001150 FD  PRINT-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 80 CHARACTERS.
001180 01  PRINT-LINE                  PIC X(80).
001190
001200 WORKING-STORAGE SECTION.
001210*    ------------------------------------------------------------
001220*    RESOLVED COUNTDOWN PARAMETERS - SAME BLOCK WHILE RUNS ON
001230*    ------------------------------------------------------------
001240     COPY CDPARMS.
001250
001260*    ------------------------------------------------------------
001270*    FILE STATUS FIELDS
001280*    ------------------------------------------------------------
001290 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001300 01  W-CNTL-FILE-STATUS          PIC X(02) VALUE SPACES.
001310 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
001320 01  W-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001330 01  W-DEPEND-FILE-STATUS        PIC X(02) VALUE SPACES.
001340 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
001350
001360*    ------------------------------------------------------------
001370*    SWITCHES
001380*    ------------------------------------------------------------
001390 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
001400     88  W-EOF                              VALUE 'Y'.
001410 77  W-PARM-SW                   PIC X(01) VALUE 'Y'.
001420     88  W-PARM-VALID                       VALUE 'Y'.
001430     88  W-PARM-INVALID                     VALUE 'N'.
001440 77  W-VALID-SW                  PIC X(01) VALUE 'Y'.
001450     88  W-INPUT-VALID                      VALUE 'Y'.
001460     88  W-INPUT-INVALID                    VALUE 'N'.
001470 77  W-STAT-AVAIL-SW             PIC X(01) VALUE 'N'.
001480     88  W-STAT-AVAIL                       VALUE 'Y'.
001490 77  W-DECK-SW                   PIC X(01) VALUE 'N'.
001500     88  W-DECK-PRESENT                     VALUE 'Y'.
001510 77  W-EST-BASIS-SW              PIC X(01) VALUE 'A'.
001520     88  W-EST-AVERAGE                      VALUE 'A'.
001530     88  W-EST-WORST                        VALUE 'W'.
001540
001550*    ------------------------------------------------------------
001560*    VALIDATION LIMITS AND WORK FIELDS - SAME RULES WHILE
001570*    APPLIES AT RUN TIME
001580*    ------------------------------------------------------------
001590 77  W-MIN-VALUE                 PIC S9(03) VALUE 001.
001600 77  W-MAX-VALUE                 PIC S9(03) VALUE 999.
001610 01  W-TGT-WORK                  PIC 9(06) VALUE ZERO.
001620 01  W-TGT-SPLIT REDEFINES W-TGT-WORK.
001630     05  W-TGT-HH                PIC 9(02).
001640     05  W-TGT-MM                PIC 9(02).
001650     05  W-TGT-SS                PIC 9(02).
001660
001670*    ------------------------------------------------------------
001680*    BATCH WINDOW FROM THE FCSTPARM CARD.  AN END AT OR BEFORE
001690*    THE START MEANS THE WINDOW RUNS PAST MIDNIGHT.
001700*    ------------------------------------------------------------
001710 01  W-WIN-WORK                  PIC 9(04) VALUE ZERO.
001720 01  W-WIN-SPLIT REDEFINES W-WIN-WORK.
001730     05  W-WIN-HH                PIC 9(02).
001740     05  W-WIN-MM                PIC 9(02).
001750 77  W-WIN-START-SECS            PIC 9(05) VALUE ZERO.
001760 77  W-WIN-END-SECS              PIC 9(05) VALUE ZERO.
001770 77  W-WINDOW-SECS               PIC 9(07) VALUE ZERO.
001780 77  W-DAY-SECS                  PIC 9(05) VALUE 86400.
001790
001800*    ------------------------------------------------------------
001810*    DEPENDENCY TABLE - CDDEPEND LOADED AS WHILE LOADS IT
001820*    ------------------------------------------------------------
001830 77  W-DEP-MAX                   PIC S9(04) COMP VALUE +100.
001840 01  W-DEP-TABLE.
001850     05  W-DEP-CNT               PIC S9(04) COMP VALUE ZERO.
001860     05  W-DEP-ENTRY OCCURS 100 TIMES.
001870         10  W-DEP-RUN-ID        PIC X(08).
001880         10  W-DEP-PRED          PIC X(08).
001890
001900*    ------------------------------------------------------------
001910*    DECK TABLE - ONE ENTRY PER CDCNTL CARD IN DECK ORDER.
001920*    START AND END TIMES ARE SECONDS FROM THE WINDOW START.
001930*    ------------------------------------------------------------
001940 77  W-DK-MAX                    PIC S9(04) COMP VALUE +200.
001950 01  W-DK-TABLE.
001960     05  W-DK-CNT                PIC S9(04) COMP VALUE ZERO.
001970     05  W-DK-ENTRY OCCURS 200 TIMES.
001980         10  W-DK-RUN-ID         PIC X(08).
001990         10  W-DK-VALID-SW       PIC X(01).
002000             88  W-DK-VALID                 VALUE 'Y'.
002010         10  W-DK-PACE-SW        PIC X(01).
002020             88  W-DK-UNPACED               VALUE 'N'.
002030             88  W-DK-TICK-PACED            VALUE 'T'.
002040             88  W-DK-TGT-PACED             VALUE 'G'.
002050         10  W-DK-HIST-SW        PIC X(01).
002060             88  W-DK-HAS-HIST              VALUE 'Y'.
002070         10  W-DK-TICKS          PIC 9(04).
002080         10  W-DK-TICK-SECS      PIC 9(03).
002090         10  W-DK-TGT-SECS       PIC 9(05).
002100         10  W-DK-STA-AVG        PIC 9(06).
002110         10  W-DK-STA-WORST      PIC 9(06).
002120         10  W-DK-AVG-START      PIC 9(07).
002130         10  W-DK-AVG-END        PIC 9(07).
002140         10  W-DK-WST-START      PIC 9(07).
002150         10  W-DK-WST-END        PIC 9(07).
002160         10  W-DK-CHN-AVG-END    PIC 9(07).
002170         10  W-DK-CHN-WST-END    PIC 9(07).
002180         10  W-DK-CHN-PRED       PIC S9(04) COMP.
002190         10  W-DK-LATE-PRED      PIC X(08).
002200 77  W-DX                        PIC S9(04) COMP VALUE ZERO.
002210 77  W-X2                        PIC S9(04) COMP VALUE ZERO.
002220 77  W-X3                        PIC S9(04) COMP VALUE ZERO.
002230 77  W-PRED-X                    PIC S9(04) COMP VALUE ZERO.
002240 77  W-LATE-X                    PIC S9(04) COMP VALUE ZERO.
002250 01  W-LOOKUP-ID                 PIC X(08) VALUE SPACES.
002260
002270*    ------------------------------------------------------------
002280*    CRITICAL PATH - WALKED BACK FROM ITS LAST RUN, THEN
002290*    PRINTED FORWARD
002300*    ------------------------------------------------------------
002310 77  W-CRIT-X                    PIC S9(04) COMP VALUE ZERO.
002320 77  W-PATH-CNT                  PIC S9(04) COMP VALUE ZERO.
002330 77  W-PX                        PIC S9(04) COMP VALUE ZERO.
002340 77  W-STEP-NO                   PIC S9(04) COMP VALUE ZERO.
002350 01  W-PATH-TABLE.
002360     05  W-PATH-X                PIC S9(04) COMP OCCURS 200 TIMES.
002370
002380*    ------------------------------------------------------------
002390*    PROJECTION WORK FIELDS
002400*    ------------------------------------------------------------
002410 77  W-SER-AVG-END               PIC 9(07) VALUE ZERO.
002420 77  W-SER-WST-END               PIC 9(07) VALUE ZERO.
002430 77  W-CHN-AVG-START             PIC 9(07) VALUE ZERO.
002440 77  W-CHN-WST-START             PIC 9(07) VALUE ZERO.
002450 77  W-EST-START                 PIC 9(07) VALUE ZERO.
002460 77  W-EST-DUR                   PIC 9(07) VALUE ZERO.
002470 77  W-PACE-SECS                 PIC 9(07) VALUE ZERO.
002480 77  W-CLOCK-SECS                PIC 9(07) VALUE ZERO.
002490 77  W-CLOCK-QUOT                PIC 9(07) VALUE ZERO.
002500 77  W-PREV-AVG-END              PIC 9(07) VALUE ZERO.
002510 77  W-PREV-WST-END              PIC 9(07) VALUE ZERO.
002520 77  W-MARGIN-SECS               PIC 9(07) VALUE ZERO.
002530
002540*    ------------------------------------------------------------
002550*    COUNTERS
002560*    ------------------------------------------------------------
002570 77  W-CARDS-READ                PIC 9(06) VALUE ZERO.
002580 77  W-CARDS-LOST                PIC 9(06) VALUE ZERO.
002590 77  W-CARDS-REJECT              PIC 9(06) VALUE ZERO.
002600 77  W-CARDS-NO-HIST             PIC 9(06) VALUE ZERO.
002610 77  W-CARDS-LATE-PRED           PIC 9(06) VALUE ZERO.
002620 77  W-OVER-AVG-CNT              PIC 9(06) VALUE ZERO.
002630 77  W-OVER-WST-CNT              PIC 9(06) VALUE ZERO.
002640
002650*    ------------------------------------------------------------
002660*    TIME CONVERSION AND DISPLAY FIELDS
002670*    ------------------------------------------------------------
002680 01  W-FMT-SECS                  PIC 9(07) VALUE ZERO.
002690 01  W-FMT-REST                  PIC 9(07) VALUE ZERO.
002700 01  W-FMT-HH                    PIC 9(05) VALUE ZERO.
002710 01  W-FMT-MM                    PIC 9(02) VALUE ZERO.
002720 01  W-FMT-SS                    PIC 9(02) VALUE ZERO.
002730 01  W-DUR-DISP.
002740     05  W-DD-HH                 PIC 9(02).
002750     05  FILLER                  PIC X(01) VALUE ":".
002760     05  W-DD-MM                 PIC 9(02).
002770     05  FILLER                  PIC X(01) VALUE ":".
002780     05  W-DD-SS                 PIC 9(02).
002790 01  W-CLOCK-DISP.
002800     05  W-CD-HH                 PIC 9(02).
002810     05  FILLER                  PIC X(01) VALUE ":".
002820     05  W-CD-MM                 PIC 9(02).
002830
002840*    ------------------------------------------------------------
002850*    REPORT CONTROL FIELDS
002860*    ------------------------------------------------------------
002870 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002880 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
002890 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
002900 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
002910 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
002920 01  W-COLUMN-HEAD               PIC X(80) VALUE SPACES.
002930
002940*    ------------------------------------------------------------
002950*    RETURN CODE
002960*    ------------------------------------------------------------
002970 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
002980     88  W-RC-NORMAL                        VALUE 00.
002990     88  W-RC-WARNING                       VALUE 04.
003000     88  W-RC-BAD-INPUT                     VALUE 08.
003010
003020*    ------------------------------------------------------------
003030*    REPORT LINE LAYOUTS
003040*    ------------------------------------------------------------
003050 01  W-HEAD-LINE-1.
003060     05  FILLER                  PIC X(33) VALUE
003070         "BATCH WINDOW FORECAST            ".
003080     05  FILLER                  PIC X(05) VALUE "DATE ".
003090     05  H1-DATE                 PIC 9999/99/99.
003100     05  FILLER                  PIC X(07) VALUE "  PAGE ".
003110     05  H1-PAGE                 PIC ZZZ9.
003120     05  FILLER                  PIC X(21) VALUE SPACES.
003130
003140 01  W-HEAD-LINE-2.
003150     05  FILLER                  PIC X(08) VALUE "WINDOW: ".
003160     05  H2-WIN-START            PIC X(05).
003170     05  FILLER                  PIC X(04) VALUE " TO ".
003180     05  H2-WIN-END              PIC X(05).
003190     05  FILLER                  PIC X(10) VALUE "  LENGTH ".
003200     05  H2-WIN-LEN              PIC X(08).
003210     05  FILLER                  PIC X(40) VALUE SPACES.
003220
003230 01  W-DECK-HEAD-1.
003240     05  FILLER                  PIC X(21) VALUE
003250         "CARD RUN-ID   BASIS  ".
003260     05  FILLER                  PIC X(21) VALUE
003270         "------ AVERAGE ----- ".
003280     05  FILLER                  PIC X(20) VALUE
003290         "---- WORST CASE ----".
003300     05  FILLER                  PIC X(18) VALUE SPACES.
003310
003320 01  W-DECK-HEAD-2.
003330     05  FILLER                  PIC X(21) VALUE SPACES.
003340     05  FILLER                  PIC X(21) VALUE
003350         "DURATION START END   ".
003360     05  FILLER                  PIC X(20) VALUE
003370         "DURATION START END  ".
003380     05  FILLER                  PIC X(18) VALUE SPACES.
003390
003400 01  W-DETAIL-LINE.
003410     05  DL-CARD                 PIC ZZZ9.
003420     05  FILLER                  PIC X(01) VALUE SPACES.
003430     05  DL-RUN-ID               PIC X(08).
003440     05  FILLER                  PIC X(01) VALUE SPACES.
003450     05  DL-BASIS                PIC X(06).
003460     05  FILLER                  PIC X(01) VALUE SPACES.
003470     05  DL-AVG-DUR              PIC X(08).
003480     05  FILLER                  PIC X(01) VALUE SPACES.
003490     05  DL-AVG-START            PIC X(05).
003500     05  FILLER                  PIC X(01) VALUE SPACES.
003510     05  DL-AVG-END              PIC X(05).
003520     05  FILLER                  PIC X(01) VALUE SPACES.
003530     05  DL-WST-DUR              PIC X(08).
003540     05  FILLER                  PIC X(01) VALUE SPACES.
003550     05  DL-WST-START            PIC X(05).
003560     05  FILLER                  PIC X(01) VALUE SPACES.
003570     05  DL-WST-END              PIC X(05).
003580     05  FILLER                  PIC X(01) VALUE SPACES.
003590     05  DL-FLAG                 PIC X(16).
003600
003610 01  W-LATE-PRED-LINE.
003620     05  FILLER                  PIC X(14) VALUE SPACES.
003630     05  FILLER                  PIC X(15) VALUE
003640         "** PREDECESSOR ".
003650     05  LP-PRED                 PIC X(08).
003660     05  FILLER                  PIC X(43) VALUE
003670         " COMES LATER IN THE DECK".
003680
003690 01  W-PATH-HEAD-1              PIC X(80) VALUE
003700     "CRITICAL PATH - LONGEST CDDEPEND CHAIN, AVERAGE BASIS".
003710
003720 01  W-PATH-HEAD-2.
003730     05  FILLER                  PIC X(14) VALUE
003740         "STEP RUN-ID   ".
003750     05  FILLER                  PIC X(16) VALUE
003760         "--- AVERAGE --  ".
003770     05  FILLER                  PIC X(14) VALUE
003780         "- WORST CASE -".
003790     05  FILLER                  PIC X(36) VALUE SPACES.
003800
003810 01  W-PATH-HEAD-3.
003820     05  FILLER                  PIC X(14) VALUE SPACES.
003830     05  FILLER                  PIC X(16) VALUE
003840         "DURATION END    ".
003850     05  FILLER                  PIC X(14) VALUE
003860         "DURATION END  ".
003870     05  FILLER                  PIC X(36) VALUE SPACES.
003880
003890 01  W-PATH-LINE.
003900     05  PL-STEP                 PIC ZZZ9.
003910     05  FILLER                  PIC X(01) VALUE SPACES.
003920     05  PL-RUN-ID               PIC X(08).
003930     05  FILLER                  PIC X(01) VALUE SPACES.
003940     05  PL-AVG-DUR              PIC X(08).
003950     05  FILLER                  PIC X(01) VALUE SPACES.
003960     05  PL-AVG-END              PIC X(05).
003970     05  FILLER                  PIC X(02) VALUE SPACES.
003980     05  PL-WST-DUR              PIC X(08).
003990     05  FILLER                  PIC X(01) VALUE SPACES.
004000     05  PL-WST-END              PIC X(05).
004010     05  FILLER                  PIC X(36) VALUE SPACES.
004020
004030 01  W-NONE-LINE                 PIC X(80) VALUE
004040     "  (NO CDCNTL DECK PRESENT - NOTHING TO FORECAST)".
004050
004060 01  W-NO-PATH-LINE              PIC X(80) VALUE
004070     "  (NO RUN ON THE DECK CAN BE FORECAST)".
004080
004090 01  W-FINISH-LINE.
004100     05  FL-LABEL                PIC X(31).
004110     05  FL-CLOCK                PIC X(05).
004120     05  FILLER                  PIC X(02) VALUE SPACES.
004130     05  FL-ELAPSED              PIC X(08).
004140     05  FILLER                  PIC X(02) VALUE SPACES.
004150     05  FL-MARGIN-TEXT          PIC X(24).
004160     05  FL-MARGIN               PIC X(08).
004170
004180 01  W-COUNT-LINE.
004190     05  CL-LABEL                PIC X(31).
004200     05  CL-COUNT                PIC ZZZ,ZZ9.
004210     05  FILLER                  PIC X(42) VALUE SPACES.
004220
004230 PROCEDURE DIVISION.
004240*    ------------------------------------------------------------
004250*    0000-MAINLINE - PROGRAM ENTRY POINT
004260*    ------------------------------------------------------------
004270 0000-MAINLINE.
004280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004290     IF W-PARM-INVALID
004300         PERFORM 8000-REJECT-BAD-PARM THRU 8000-EXIT
004310     ELSE
004320         PERFORM 2000-LOAD-DEPENDENCIES THRU 2000-EXIT
004330         PERFORM 2200-LOAD-DECK THRU 2200-EXIT
004340         PERFORM 3000-PROJECT-SERIAL THRU 3000-EXIT
004350         PERFORM 3500-PROJECT-CHAINS THRU 3500-EXIT
004360         PERFORM 5000-PRINT-DECK THRU 5000-EXIT
004370         PERFORM 5500-PRINT-CRITICAL-PATH THRU 5500-EXIT
004380         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
004390     END-IF.
004400     PERFORM 7000-TERMINATE THRU 7000-EXIT.
004410     GOBACK.
004420
004430*    ------------------------------------------------------------
004440*    1000-INITIALIZE - OPEN THE REPORT AND READ THE FCSTPARM
004450*                     WINDOW CARD.  THERE IS NO DEFAULT WINDOW;
004460*                     A MISSING OR BLANK CARD IS INVALID.
004470*    ------------------------------------------------------------
004480 1000-INITIALIZE.
004490     ACCEPT W-TODAY FROM DATE YYYYMMDD.
004500     OPEN OUTPUT PRINT-FILE.
004510     MOVE SPACES TO FCST-PARM-RECORD.
004520     OPEN INPUT FCST-PARM-FILE.
004530     IF W-PARM-FILE-STATUS = "00"
004540         READ FCST-PARM-FILE
004550             AT END
004560                 MOVE SPACES TO FCST-PARM-RECORD
004570         END-READ
004580         CLOSE FCST-PARM-FILE
004590     END-IF.
004600     PERFORM 1100-EDIT-WINDOW THRU 1100-EXIT.
004610 1000-EXIT.
004620     EXIT.
004630
004640*    ------------------------------------------------------------
004650*    1050-SET-PARM-DEFAULTS - THE SHIPPED DEFAULTS WHILE
004660*                     ESTABLISHES BEFORE ANY OVERRIDE
004670*    ------------------------------------------------------------
004680 1050-SET-PARM-DEFAULTS.
004690     MOVE "WHILE001" TO CD-RUN-ID.
004700     MOVE 20         TO CD-START-VALUE.
004710     MOVE 00         TO CD-END-VALUE.
004720     MOVE 01         TO CD-STEP-VALUE.
004730     MOVE 'D'        TO CD-DIRECTION.
004740     MOVE 05         TO CD-CHKPT-FREQ.
004750     MOVE ZERO       TO CD-TICK-SECS.
004760     MOVE ZERO       TO CD-TARGET-TIME.
004770 1050-EXIT.
004780     EXIT.
004790
004800*    ------------------------------------------------------------
004810*    1100-EDIT-WINDOW - TWO REAL HHMM TIMES THAT DIFFER
004820*    ------------------------------------------------------------
004830 1100-EDIT-WINDOW.
004840     IF FCP-WIN-START IS NOT NUMERIC
004850         OR FCP-WIN-END IS NOT NUMERIC
004860         OR FCP-WIN-START = FCP-WIN-END
004870         SET W-PARM-INVALID TO TRUE
004880         GO TO 1100-EXIT
004890     END-IF.
004900     MOVE FCP-WIN-START TO W-WIN-WORK.
004910     IF W-WIN-HH > 23 OR W-WIN-MM > 59
004920         SET W-PARM-INVALID TO TRUE
004930         GO TO 1100-EXIT
004940     END-IF.
004950     COMPUTE W-WIN-START-SECS =
004960         (W-WIN-HH * 3600) + (W-WIN-MM * 60).
004970     MOVE FCP-WIN-END TO W-WIN-WORK.
004980     IF W-WIN-HH > 23 OR W-WIN-MM > 59
004990         SET W-PARM-INVALID TO TRUE
005000         GO TO 1100-EXIT
005010     END-IF.
005020     COMPUTE W-WIN-END-SECS =
005030         (W-WIN-HH * 3600) + (W-WIN-MM * 60).
005040     IF W-WIN-END-SECS > W-WIN-START-SECS
005050         COMPUTE W-WINDOW-SECS = W-WIN-END-SECS - W-WIN-START-SECS
005060     ELSE
005070         COMPUTE W-WINDOW-SECS =
005080             W-WIN-END-SECS + W-DAY-SECS - W-WIN-START-SECS
005090     END-IF.
005100 1100-EXIT.
005110     EXIT.
005120
005130*    ------------------------------------------------------------
005140*    1500-VALIDATE-PARMS - THE RESOLVED-VALUE EDITS, LIFTED
005150*                     RULE FOR RULE FROM WHILE
005160*    ------------------------------------------------------------
005170 1500-VALIDATE-PARMS.
005180     IF CD-CHKPT-FREQ < W-MIN-VALUE
005190         OR CD-CHKPT-FREQ > W-MAX-VALUE
005200         SET W-INPUT-INVALID TO TRUE
005210     END-IF.
005220     IF CD-START-VALUE < W-MIN-VALUE
005230         OR CD-START-VALUE > W-MAX-VALUE
005240         SET W-INPUT-INVALID TO TRUE
005250     END-IF.
005260     IF CD-END-VALUE < ZERO
005270         OR CD-END-VALUE > W-MAX-VALUE
005280         SET W-INPUT-INVALID TO TRUE
005290     END-IF.
005300     IF CD-STEP-VALUE < 01
005310         OR CD-STEP-VALUE > W-MAX-VALUE
005320         SET W-INPUT-INVALID TO TRUE
005330     END-IF.
005340     IF NOT CD-DIR-DOWN AND NOT CD-DIR-UP
005350         SET W-INPUT-INVALID TO TRUE
005360     END-IF.
005370     IF (CD-DIR-DOWN AND CD-END-VALUE > CD-START-VALUE)
005380         OR (CD-DIR-UP AND CD-END-VALUE < CD-START-VALUE)
005390         SET W-INPUT-INVALID TO TRUE
005400     END-IF.
005410     IF CD-TARGET-TIME > ZERO
005420         MOVE CD-TARGET-TIME TO W-TGT-WORK
005430         IF W-TGT-HH > 23 OR W-TGT-MM > 59 OR W-TGT-SS > 59
005440             SET W-INPUT-INVALID TO TRUE
005450         END-IF
005460     END-IF.
005470 1500-EXIT.
005480     EXIT.
005490
005500*    ------------------------------------------------------------
005510*    1970-EDIT-CNTL-RECORD - MOVE ONE CDCNTL RECORD INTO
005520*                     CD-PARMS WITH THE SAME FIELD EDITS WHILE
005530*                     APPLIES IN ITS OWN 1970 PARAGRAPH
005540*    ------------------------------------------------------------
005550 1970-EDIT-CNTL-RECORD.
005560     IF CNTL-PROFILE NOT = SPACES
005570         PERFORM 1975-APPLY-PROFILE THRU 1975-EXIT
005580     END-IF.
005590     IF CNTL-RUN-ID NOT = SPACES
005600         MOVE CNTL-RUN-ID TO CD-RUN-ID
005610     END-IF.
005620     IF CNTL-START NOT = SPACES
005630         IF CNTL-START IS NUMERIC
005640             MOVE CNTL-START TO CD-START-VALUE
005650         ELSE
005660             SET W-INPUT-INVALID TO TRUE
005670         END-IF
005680     END-IF.
005690     IF CNTL-END NOT = SPACES
005700         IF CNTL-END IS NUMERIC
005710             MOVE CNTL-END TO CD-END-VALUE
005720         ELSE
005730             SET W-INPUT-INVALID TO TRUE
005740         END-IF
005750     END-IF.
005760     IF CNTL-STEP NOT = SPACES
005770         IF CNTL-STEP IS NUMERIC
005780             MOVE CNTL-STEP TO CD-STEP-VALUE
005790         ELSE
005800             SET W-INPUT-INVALID TO TRUE
005810         END-IF
005820     END-IF.
005830     IF CNTL-DIR NOT = SPACES
005840         IF CNTL-DIR = 'U' OR CNTL-DIR = 'D'
005850             MOVE CNTL-DIR TO CD-DIRECTION
005860         ELSE
005870             SET W-INPUT-INVALID TO TRUE
005880         END-IF
005890     END-IF.
005900     IF CNTL-CHKFREQ NOT = SPACES
005910         IF CNTL-CHKFREQ IS NUMERIC AND CNTL-CHKFREQ NOT = ZERO
005920             MOVE CNTL-CHKFREQ TO CD-CHKPT-FREQ
005930         ELSE
005940             SET W-INPUT-INVALID TO TRUE
005950         END-IF
005960     END-IF.
005970     IF CNTL-TICKSECS NOT = SPACES
005980         IF CNTL-TICKSECS IS NUMERIC
005990             MOVE CNTL-TICKSECS TO CD-TICK-SECS
006000         ELSE
006010             SET W-INPUT-INVALID TO TRUE
006020         END-IF
006030     END-IF.
006040     IF CNTL-TARGET NOT = SPACES
006050         IF CNTL-TARGET IS NUMERIC
006060             MOVE CNTL-TARGET TO CD-TARGET-TIME
006070         ELSE
006080             SET W-INPUT-INVALID TO TRUE
006090         END-IF
006100     END-IF.
006110 1970-EXIT.
006120     EXIT.
006130
006140*    ------------------------------------------------------------
006150*    1975-APPLY-PROFILE - RESOLVE THE NAMED CDPROF PROFILE,
006160*                     THE SAME RULE WHILE APPLIES: A DECK THAT
006170*                     NAMES A PROFILE MUST GET THAT PROFILE OR
006180*                     NOTHING
006190*    ------------------------------------------------------------
006200 1975-APPLY-PROFILE.
006210     OPEN INPUT PROFILE-FILE.
006220     IF W-PROF-FILE-STATUS NOT = "00"
006230         SET W-INPUT-INVALID TO TRUE
006240         GO TO 1975-EXIT
006250     END-IF.
006260     MOVE CNTL-PROFILE TO PRF-NAME.
006270     READ PROFILE-FILE
006280         INVALID KEY
006290             SET W-INPUT-INVALID TO TRUE
006300         NOT INVALID KEY
006310             PERFORM 1980-MOVE-PROFILE-VALUES THRU 1980-EXIT
006320     END-READ.
006330     CLOSE PROFILE-FILE.
006340 1975-EXIT.
006350     EXIT.
006360
006370 1980-MOVE-PROFILE-VALUES.
006380     IF PRF-START IS NUMERIC
006390         MOVE PRF-START TO CD-START-VALUE
006400     ELSE
006410         SET W-INPUT-INVALID TO TRUE
006420     END-IF.
006430     IF PRF-END IS NUMERIC
006440         MOVE PRF-END TO CD-END-VALUE
006450     ELSE
006460         SET W-INPUT-INVALID TO TRUE
006470     END-IF.
006480     IF PRF-STEP IS NUMERIC
006490         MOVE PRF-STEP TO CD-STEP-VALUE
006500     ELSE
006510         SET W-INPUT-INVALID TO TRUE
006520     END-IF.
006530     IF PRF-DIR = 'U' OR PRF-DIR = 'D'
006540         MOVE PRF-DIR TO CD-DIRECTION
006550     ELSE
006560         SET W-INPUT-INVALID TO TRUE
006570     END-IF.
006580     IF PRF-CHKFREQ IS NUMERIC AND PRF-CHKFREQ NOT = ZERO
006590         MOVE PRF-CHKFREQ TO CD-CHKPT-FREQ
006600     ELSE
006610         SET W-INPUT-INVALID TO TRUE
006620     END-IF.
006630 1980-EXIT.
006640     EXIT.
006650
006660*    ------------------------------------------------------------
006670*    2000-LOAD-DEPENDENCIES - HOLD CDDEPEND FOR THE CHAINS.  NO
006680*                     CDDEPEND FILE MEANS EVERY RUN STANDS ALONE.
006690*    ------------------------------------------------------------
006700 2000-LOAD-DEPENDENCIES.
006710     MOVE 'N' TO W-EOF-SW.
006720     OPEN INPUT DEPEND-FILE.
006730     IF W-DEPEND-FILE-STATUS NOT = "00"
006740         GO TO 2000-EXIT
006750     END-IF.
006760     PERFORM 2010-READ-ONE-DEPEND THRU 2010-EXIT
006770         UNTIL W-EOF.
006780     CLOSE DEPEND-FILE.
006790 2000-EXIT.
006800     EXIT.
006810
006820 2010-READ-ONE-DEPEND.
006830     READ DEPEND-FILE
006840         AT END
006850             SET W-EOF TO TRUE
006860         NOT AT END
006870             IF DEP-RUN-ID NOT = SPACES
006880                 AND DEP-PRED-RUN-ID NOT = SPACES
006890                 AND W-DEP-CNT < W-DEP-MAX
006900                 ADD 1 TO W-DEP-CNT
006910                 MOVE DEP-RUN-ID TO W-DEP-RUN-ID (W-DEP-CNT)
006920                 MOVE DEP-PRED-RUN-ID TO W-DEP-PRED (W-DEP-CNT)
006930             END-IF
006940     END-READ.
006950 2010-EXIT.
006960     EXIT.
006970
006980*    ------------------------------------------------------------
006990*    2200-LOAD-DECK - RESOLVE EVERY CDCNTL CARD INTO THE DECK
007000*                     TABLE.  CDSTATS IS OPTIONAL; WITHOUT IT
007010*                     EVERY UNPACED RUN HAS NO HISTORY.
007020*    ------------------------------------------------------------
007030 2200-LOAD-DECK.
007040     OPEN INPUT STATS-MASTER.
007050     IF W-STAT-FILE-STATUS = "00"
007060         SET W-STAT-AVAIL TO TRUE
007070     ELSE
007080         DISPLAY "BATFC004W STATS MASTER UNAVAILABLE - STATUS "
007090             W-STAT-FILE-STATUS
007100     END-IF.
007110     MOVE 'N' TO W-EOF-SW.
007120     OPEN INPUT CNTL-FILE.
007130     IF W-CNTL-FILE-STATUS NOT = "00"
007140         SET W-EOF TO TRUE
007150         GO TO 2200-EXIT
007160     END-IF.
007170     SET W-DECK-PRESENT TO TRUE.
007180     PERFORM 2290-READ-CNTL THRU 2290-EXIT.
007190     PERFORM 2210-LOAD-ONE-CARD THRU 2210-EXIT
007200         UNTIL W-EOF.
007210     CLOSE CNTL-FILE.
007220 2200-EXIT.
007230     EXIT.
007240
007250*    ------------------------------------------------------------
007260*    2210-LOAD-ONE-CARD - RESOLVE ONE CARD EXACTLY AS WHILE WILL
007270*                     AT RUN TIME AND NOTE HOW IT IS PACED.  A
007280*                     CARD WHILE WILL REJECT TAKES NO TIME.
007290*    ------------------------------------------------------------
007300 2210-LOAD-ONE-CARD.
007310     ADD 1 TO W-CARDS-READ.
007320     IF W-DK-CNT NOT < W-DK-MAX
007330         ADD 1 TO W-CARDS-LOST
007340         GO TO 2210-READ-NEXT
007350     END-IF.
007360     ADD 1 TO W-DK-CNT.
007370     MOVE W-DK-CNT TO W-DX.
007380     MOVE ZEROS TO W-DK-ENTRY (W-DX).
007390     MOVE SPACES TO W-DK-LATE-PRED (W-DX).
007400     MOVE ZERO TO W-DK-CHN-PRED (W-DX).
007410     SET W-INPUT-VALID TO TRUE.
007420     PERFORM 1050-SET-PARM-DEFAULTS THRU 1050-EXIT.
007430     PERFORM 1970-EDIT-CNTL-RECORD THRU 1970-EXIT.
007440     IF W-INPUT-VALID
007450         PERFORM 1500-VALIDATE-PARMS THRU 1500-EXIT
007460     END-IF.
007470     MOVE CD-RUN-ID TO W-DK-RUN-ID (W-DX).
007480     MOVE 'N' TO W-DK-HIST-SW (W-DX).
007490     MOVE 'N' TO W-DK-PACE-SW (W-DX).
007500     IF W-INPUT-INVALID
007510         MOVE 'N' TO W-DK-VALID-SW (W-DX)
007520         ADD 1 TO W-CARDS-REJECT
007530         GO TO 2210-READ-NEXT
007540     END-IF.
007550     MOVE 'Y' TO W-DK-VALID-SW (W-DX).
007560     IF CD-DIR-DOWN
007570         COMPUTE W-DK-TICKS (W-DX) =
007580             (CD-START-VALUE - CD-END-VALUE + CD-STEP-VALUE - 1)
007590                 / CD-STEP-VALUE
007600     ELSE
007610         COMPUTE W-DK-TICKS (W-DX) =
007620             (CD-END-VALUE - CD-START-VALUE + CD-STEP-VALUE - 1)
007630                 / CD-STEP-VALUE
007640     END-IF.
007650     IF CD-TARGET-TIME > ZERO
007660         MOVE 'G' TO W-DK-PACE-SW (W-DX)
007670         MOVE CD-TARGET-TIME TO W-TGT-WORK
007680         COMPUTE W-DK-TGT-SECS (W-DX) =
007690             (W-TGT-HH * 3600) + (W-TGT-MM * 60) + W-TGT-SS
007700     ELSE
007710         IF CD-TICK-SECS > ZERO
007720             MOVE 'T' TO W-DK-PACE-SW (W-DX)
007730             MOVE CD-TICK-SECS TO W-DK-TICK-SECS (W-DX)
007740         END-IF
007750     END-IF.
007760     PERFORM 2220-LOOKUP-STATS THRU 2220-EXIT.
007770     IF W-DK-UNPACED (W-DX) AND NOT W-DK-HAS-HIST (W-DX)
007780         ADD 1 TO W-CARDS-NO-HIST
007790     END-IF.
007800 2210-READ-NEXT.
007810     PERFORM 2290-READ-CNTL THRU 2290-EXIT.
007820 2210-EXIT.
007830     EXIT.
007840
007850*    ------------------------------------------------------------
007860*    2220-LOOKUP-STATS - THE RUN-ID'S CDSTATS AVERAGE AND WORST
007870*                     ELAPSED SECONDS.  A ROW WITH NO TIMED RUN
007880*                     IS NO HISTORY.
007890*    ------------------------------------------------------------
007900 2220-LOOKUP-STATS.
007910     IF NOT W-STAT-AVAIL
007920         GO TO 2220-EXIT
007930     END-IF.
007940     MOVE CD-RUN-ID TO STA-RUN-ID.
007950     READ STATS-MASTER
007960         INVALID KEY
007970             CONTINUE
007980         NOT INVALID KEY
007990             IF STA-TIMED-RUNS > ZERO
008000                 MOVE 'Y' TO W-DK-HIST-SW (W-DX)
008010                 MOVE STA-AVG-ELAPSED TO W-DK-STA-AVG (W-DX)
008020                 MOVE STA-WORST-ELAPSED TO W-DK-STA-WORST (W-DX)
008030             END-IF
008040     END-READ.
008050 2220-EXIT.
008060     EXIT.
008070
008080 2290-READ-CNTL.
008090     READ CNTL-FILE
008100         AT END
008110             SET W-EOF TO TRUE
008120     END-READ.
008130 2290-EXIT.
008140     EXIT.
008150
008160*    ------------------------------------------------------------
008170*    3000-PROJECT-SERIAL - START AND FINISH OF EVERY CARD IN
008180*                     DECK ORDER, ON AVERAGE AND WORST-CASE
008190*                     DURATIONS, AS THE ONE WHILE STEP RUNS THEM
008200*    ------------------------------------------------------------
008210 3000-PROJECT-SERIAL.
008220     PERFORM 3100-PROJECT-ONE-CARD THRU 3100-EXIT
008230         VARYING W-DX FROM 1 BY 1
008240         UNTIL W-DX > W-DK-CNT.
008250 3000-EXIT.
008260     EXIT.
008270
008280 3100-PROJECT-ONE-CARD.
008290     MOVE W-SER-AVG-END TO W-DK-AVG-START (W-DX).
008300     MOVE W-SER-AVG-END TO W-EST-START.
008310     SET W-EST-AVERAGE TO TRUE.
008320     PERFORM 4100-ESTIMATE-DURATION THRU 4100-EXIT.
008330     ADD W-EST-DUR TO W-SER-AVG-END.
008340     MOVE W-SER-AVG-END TO W-DK-AVG-END (W-DX).
008350     MOVE W-SER-WST-END TO W-DK-WST-START (W-DX).
008360     MOVE W-SER-WST-END TO W-EST-START.
008370     SET W-EST-WORST TO TRUE.
008380     PERFORM 4100-ESTIMATE-DURATION THRU 4100-EXIT.
008390     ADD W-EST-DUR TO W-SER-WST-END.
008400     MOVE W-SER-WST-END TO W-DK-WST-END (W-DX).
008410     IF W-DK-AVG-END (W-DX) > W-WINDOW-SECS
008420         ADD 1 TO W-OVER-AVG-CNT
008430     END-IF.
008440     IF W-DK-WST-END (W-DX) > W-WINDOW-SECS
008450         ADD 1 TO W-OVER-WST-CNT
008460     END-IF.
008470 3100-EXIT.
008480     EXIT.
008490
008500*    ------------------------------------------------------------
008510*    3500-PROJECT-CHAINS - FOR EVERY CARD THE EARLIEST IT COULD
008520*                     FINISH IF IT WAITED ONLY FOR ITS CDDEPEND
008530*                     PREDECESSORS EARLIER IN THE DECK.  THE
008540*                     PREDECESSOR WITH THE LATEST AVERAGE FINISH
008550*                     IS THE ONE ON THE CHAIN, AND THE CARD WITH
008560*                     THE LATEST AVERAGE CHAIN FINISH ENDS THE
008570*                     CRITICAL PATH.
008580*    ------------------------------------------------------------
008590 3500-PROJECT-CHAINS.
008600     PERFORM 3510-CHAIN-ONE-CARD THRU 3510-EXIT
008610         VARYING W-DX FROM 1 BY 1
008620         UNTIL W-DX > W-DK-CNT.
008630 3500-EXIT.
008640     EXIT.
008650
008660 3510-CHAIN-ONE-CARD.
008670     MOVE ZERO TO W-CHN-AVG-START.
008680     MOVE ZERO TO W-CHN-WST-START.
008690     MOVE ZERO TO W-DK-CHN-PRED (W-DX).
008700     PERFORM 3520-SCAN-ONE-DEPEND THRU 3520-EXIT
008710         VARYING W-X3 FROM 1 BY 1
008720         UNTIL W-X3 > W-DEP-CNT.
008730     IF NOT W-DK-VALID (W-DX)
008740         MOVE W-CHN-AVG-START TO W-DK-CHN-AVG-END (W-DX)
008750         MOVE W-CHN-WST-START TO W-DK-CHN-WST-END (W-DX)
008760         GO TO 3510-EXIT
008770     END-IF.
008780     MOVE W-CHN-AVG-START TO W-EST-START.
008790     SET W-EST-AVERAGE TO TRUE.
008800     PERFORM 4100-ESTIMATE-DURATION THRU 4100-EXIT.
008810     COMPUTE W-DK-CHN-AVG-END (W-DX) =
008820         W-CHN-AVG-START + W-EST-DUR.
008830     MOVE W-CHN-WST-START TO W-EST-START.
008840     SET W-EST-WORST TO TRUE.
008850     PERFORM 4100-ESTIMATE-DURATION THRU 4100-EXIT.
008860     COMPUTE W-DK-CHN-WST-END (W-DX) =
008870         W-CHN-WST-START + W-EST-DUR.
008880     IF W-CRIT-X = ZERO
008890         MOVE W-DX TO W-CRIT-X
008900     ELSE
008910         IF W-DK-CHN-AVG-END (W-DX) > W-DK-CHN-AVG-END (W-CRIT-X)
008920             MOVE W-DX TO W-CRIT-X
008930         END-IF
008940     END-IF.
008950 3510-EXIT.
008960     EXIT.
008970
008980*    ------------------------------------------------------------
008990*    3520-SCAN-ONE-DEPEND - ONE CDDEPEND ROW FOR THIS CARD.  THE
009000*                     PREDECESSOR IS ITS LAST OCCURRENCE BEFORE
009010*                     THIS CARD; ONE FOUND ONLY AFTER IT IS NOTED,
009020*                     AND ONE NOT ON THE DECK AT ALL IS IGNORED.
009030*    ------------------------------------------------------------
009040 3520-SCAN-ONE-DEPEND.
009050     IF W-DEP-RUN-ID (W-X3) NOT = W-DK-RUN-ID (W-DX)
009060         GO TO 3520-EXIT
009070     END-IF.
009080     MOVE W-DEP-PRED (W-X3) TO W-LOOKUP-ID.
009090     MOVE ZERO TO W-PRED-X.
009100     MOVE ZERO TO W-LATE-X.
009110     PERFORM 3530-MATCH-ONE-CARD THRU 3530-EXIT
009120         VARYING W-X2 FROM 1 BY 1
009130         UNTIL W-X2 > W-DK-CNT.
009140     IF W-PRED-X = ZERO
009150         IF W-LATE-X > ZERO
009160             AND W-DK-LATE-PRED (W-DX) = SPACES
009170             MOVE W-LOOKUP-ID TO W-DK-LATE-PRED (W-DX)
009180             ADD 1 TO W-CARDS-LATE-PRED
009190         END-IF
009200         GO TO 3520-EXIT
009210     END-IF.
009220     IF W-DK-CHN-PRED (W-DX) = ZERO
009230         OR W-DK-CHN-AVG-END (W-PRED-X) > W-CHN-AVG-START
009240         MOVE W-PRED-X TO W-DK-CHN-PRED (W-DX)
009250         MOVE W-DK-CHN-AVG-END (W-PRED-X) TO W-CHN-AVG-START
009260         MOVE W-DK-CHN-WST-END (W-PRED-X) TO W-CHN-WST-START
009270     END-IF.
009280 3520-EXIT.
009290     EXIT.
009300
009310 3530-MATCH-ONE-CARD.
009320     IF W-DK-RUN-ID (W-X2) NOT = W-LOOKUP-ID
009330         GO TO 3530-EXIT
009340     END-IF.
009350     IF W-X2 < W-DX
009360         MOVE W-X2 TO W-PRED-X
009370     ELSE
009380         IF W-X2 > W-DX AND W-LATE-X = ZERO
009390             MOVE W-X2 TO W-LATE-X
009400         END-IF
009410     END-IF.
009420 3530-EXIT.
009430     EXIT.
009440
009450*    ------------------------------------------------------------
009460*    4100-ESTIMATE-DURATION - SECONDS CARD W-DX TAKES WHEN IT
009470*                     STARTS W-EST-START SECONDS INTO THE WINDOW,
009480*                     ON THE BASIS IN W-EST-BASIS-SW.  WHILE WAITS
009490*                     BETWEEN TICKS BUT NOT AFTER THE LAST ONE,
009500*                     AND A TARGET TIME IS COMPARED WITH THE
009510*                     CLOCK ON THE SAME DAY, SO A RUN STARTING
009520*                     AFTER ITS TARGET FREE-RUNS.
009530*    ------------------------------------------------------------
009540 4100-ESTIMATE-DURATION.
009550     MOVE ZERO TO W-EST-DUR.
009560     IF NOT W-DK-VALID (W-DX)
009570         GO TO 4100-EXIT
009580     END-IF.
009590     EVALUATE TRUE
009600         WHEN W-DK-TGT-PACED (W-DX)
009610             COMPUTE W-CLOCK-SECS = W-WIN-START-SECS + W-EST-START
009620             DIVIDE W-CLOCK-SECS BY W-DAY-SECS
009630                 GIVING W-CLOCK-QUOT REMAINDER W-CLOCK-SECS
009640             IF W-DK-TGT-SECS (W-DX) > W-CLOCK-SECS
009650                 COMPUTE W-EST-DUR =
009660                     W-DK-TGT-SECS (W-DX) - W-CLOCK-SECS
009670             END-IF
009680         WHEN W-DK-TICK-PACED (W-DX)
009690             MOVE ZERO TO W-PACE-SECS
009700             IF W-DK-TICKS (W-DX) > 1
009710                 COMPUTE W-PACE-SECS =
009720                     (W-DK-TICKS (W-DX) - 1)
009730                         * W-DK-TICK-SECS (W-DX)
009740             END-IF
009750             MOVE W-PACE-SECS TO W-EST-DUR
009760             IF W-EST-WORST
009770                 AND W-DK-STA-WORST (W-DX) > W-PACE-SECS
009780                 MOVE W-DK-STA-WORST (W-DX) TO W-EST-DUR
009790             END-IF
009800         WHEN W-EST-AVERAGE
009810             MOVE W-DK-STA-AVG (W-DX) TO W-EST-DUR
009820         WHEN OTHER
009830             MOVE W-DK-STA-WORST (W-DX) TO W-EST-DUR
009840     END-EVALUATE.
009850 4100-EXIT.
009860     EXIT.
009870
009880*    ------------------------------------------------------------
009890*    5000-PRINT-DECK - ONE LINE PER CARD IN DECK ORDER
009900*    ------------------------------------------------------------
009910 5000-PRINT-DECK.
009920     IF NOT W-DECK-PRESENT
009930         MOVE W-NONE-LINE TO PRINT-LINE
009940         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
009950         GO TO 5000-EXIT
009960     END-IF.
009970     MOVE W-DECK-HEAD-1 TO PRINT-LINE.
009980     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009990     MOVE W-DECK-HEAD-2 TO PRINT-LINE.
010000     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010010     MOVE W-DECK-HEAD-1 TO W-COLUMN-HEAD.
010020     PERFORM 5100-PRINT-ONE-CARD THRU 5100-EXIT
010030         VARYING W-DX FROM 1 BY 1
010040         UNTIL W-DX > W-DK-CNT.
010050     MOVE SPACES TO W-COLUMN-HEAD.
010060 5000-EXIT.
010070     EXIT.
010080
010090 5100-PRINT-ONE-CARD.
010100     MOVE SPACES TO W-DETAIL-LINE.
010110     MOVE W-DX TO DL-CARD.
010120     MOVE W-DK-RUN-ID (W-DX) TO DL-RUN-ID.
010130     IF NOT W-DK-VALID (W-DX)
010140         MOVE "REJECT" TO DL-BASIS
010150         MOVE "WILL REJECT RC 8" TO DL-FLAG
010160         GO TO 5100-WRITE
010170     END-IF.
010180     EVALUATE TRUE
010190         WHEN W-DK-TGT-PACED (W-DX)
010200             MOVE "TARGET" TO DL-BASIS
010210         WHEN W-DK-TICK-PACED (W-DX)
010220             MOVE "TICK" TO DL-BASIS
010230         WHEN W-DK-HAS-HIST (W-DX)
010240             MOVE "STATS" TO DL-BASIS
010250         WHEN OTHER
010260             MOVE "NOHIST" TO DL-BASIS
010270     END-EVALUATE.
010280     COMPUTE W-FMT-SECS =
010290         W-DK-AVG-END (W-DX) - W-DK-AVG-START (W-DX).
010300     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
010310     MOVE W-DUR-DISP TO DL-AVG-DUR.
010320     MOVE W-DK-AVG-START (W-DX) TO W-FMT-SECS.
010330     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
010340     MOVE W-CLOCK-DISP TO DL-AVG-START.
010350     MOVE W-DK-AVG-END (W-DX) TO W-FMT-SECS.
010360     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
010370     MOVE W-CLOCK-DISP TO DL-AVG-END.
010380     COMPUTE W-FMT-SECS =
010390         W-DK-WST-END (W-DX) - W-DK-WST-START (W-DX).
010400     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
010410     MOVE W-DUR-DISP TO DL-WST-DUR.
010420     MOVE W-DK-WST-START (W-DX) TO W-FMT-SECS.
010430     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
010440     MOVE W-CLOCK-DISP TO DL-WST-START.
010450     MOVE W-DK-WST-END (W-DX) TO W-FMT-SECS.
010460     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
010470     MOVE W-CLOCK-DISP TO DL-WST-END.
010480     EVALUATE TRUE
010490         WHEN W-DK-AVG-END (W-DX) > W-WINDOW-SECS
010500             MOVE "PAST WINDOW" TO DL-FLAG
010510         WHEN W-DK-WST-END (W-DX) > W-WINDOW-SECS
010520             MOVE "PAST IF WORST" TO DL-FLAG
010530         WHEN W-DK-TGT-PACED (W-DX)
010540             AND W-DK-AVG-END (W-DX) = W-DK-AVG-START (W-DX)
010550             MOVE "TARGET PASSED" TO DL-FLAG
010560     END-EVALUATE.
010570 5100-WRITE.
010580     MOVE W-DETAIL-LINE TO PRINT-LINE.
010590     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010600     IF W-DK-LATE-PRED (W-DX) NOT = SPACES
010610         MOVE W-DK-LATE-PRED (W-DX) TO LP-PRED
010620         MOVE W-LATE-PRED-LINE TO PRINT-LINE
010630         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010640     END-IF.
010650 5100-EXIT.
010660     EXIT.
010670
010680*    ------------------------------------------------------------
010690*    5500-PRINT-CRITICAL-PATH - WALK THE CHAIN BACK FROM THE
010700*                     CARD WITH THE LATEST AVERAGE CHAIN FINISH,
010710*                     THEN PRINT IT FIRST RUN FIRST
010720*    ------------------------------------------------------------
010730 5500-PRINT-CRITICAL-PATH.
010740     IF NOT W-DECK-PRESENT
010750         GO TO 5500-EXIT
010760     END-IF.
010770     MOVE SPACES TO PRINT-LINE.
010780     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010790     MOVE W-PATH-HEAD-1 TO PRINT-LINE.
010800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010810     IF W-CRIT-X = ZERO
010820         MOVE W-NO-PATH-LINE TO PRINT-LINE
010830         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010840         GO TO 5500-EXIT
010850     END-IF.
010860     MOVE W-PATH-HEAD-2 TO PRINT-LINE.
010870     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010880     MOVE W-PATH-HEAD-3 TO PRINT-LINE.
010890     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010900     MOVE W-PATH-HEAD-2 TO W-COLUMN-HEAD.
010910     MOVE ZERO TO W-PATH-CNT.
010920     MOVE W-CRIT-X TO W-DX.
010930     PERFORM 5510-STACK-ONE-RUN THRU 5510-EXIT
010940         UNTIL W-DX = ZERO.
010950     MOVE ZERO TO W-STEP-NO.
010960     PERFORM 5520-PRINT-ONE-STEP THRU 5520-EXIT
010970         VARYING W-PX FROM W-PATH-CNT BY -1
010980         UNTIL W-PX < 1.
010990     MOVE SPACES TO W-COLUMN-HEAD.
011000 5500-EXIT.
011010     EXIT.
011020
011030 5510-STACK-ONE-RUN.
011040     ADD 1 TO W-PATH-CNT.
011050     MOVE W-DX TO W-PATH-X (W-PATH-CNT).
011060     MOVE W-DK-CHN-PRED (W-DX) TO W-DX.
011070 5510-EXIT.
011080     EXIT.
011090
011100 5520-PRINT-ONE-STEP.
011110     MOVE W-PATH-X (W-PX) TO W-DX.
011120     ADD 1 TO W-STEP-NO.
011130     MOVE ZERO TO W-PREV-AVG-END.
011140     MOVE ZERO TO W-PREV-WST-END.
011150     IF W-DK-CHN-PRED (W-DX) > ZERO
011160         MOVE W-DK-CHN-PRED (W-DX) TO W-X2
011170         MOVE W-DK-CHN-AVG-END (W-X2) TO W-PREV-AVG-END
011180         MOVE W-DK-CHN-WST-END (W-X2) TO W-PREV-WST-END
011190     END-IF.
011200     MOVE SPACES TO W-PATH-LINE.
011210     MOVE W-STEP-NO TO PL-STEP.
011220     MOVE W-DK-RUN-ID (W-DX) TO PL-RUN-ID.
011230     COMPUTE W-FMT-SECS =
011240         W-DK-CHN-AVG-END (W-DX) - W-PREV-AVG-END.
011250     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
011260     MOVE W-DUR-DISP TO PL-AVG-DUR.
011270     MOVE W-DK-CHN-AVG-END (W-DX) TO W-FMT-SECS.
011280     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
011290     MOVE W-CLOCK-DISP TO PL-AVG-END.
011300     COMPUTE W-FMT-SECS =
011310         W-DK-CHN-WST-END (W-DX) - W-PREV-WST-END.
011320     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
011330     MOVE W-DUR-DISP TO PL-WST-DUR.
011340     MOVE W-DK-CHN-WST-END (W-DX) TO W-FMT-SECS.
011350     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
011360     MOVE W-CLOCK-DISP TO PL-WST-END.
011370     MOVE W-PATH-LINE TO PRINT-LINE.
011380     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
011390 5520-EXIT.
011400     EXIT.
011410
011420*    ------------------------------------------------------------
011430*    6000-PRINT-SUMMARY - PROJECTED FINISHES AGAINST THE WINDOW
011440*                     AND THE CARD COUNTS
011450*    ------------------------------------------------------------
011460 6000-PRINT-SUMMARY.
011470     MOVE SPACES TO PRINT-LINE.
011480     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
011490     MOVE "PROJECTED FINISH - AVERAGE:   " TO FL-LABEL.
011500     MOVE W-SER-AVG-END TO W-MARGIN-SECS.
011510     PERFORM 6100-PRINT-FINISH-LINE THRU 6100-EXIT.
011520     MOVE "PROJECTED FINISH - WORST CASE:" TO FL-LABEL.
011530     MOVE W-SER-WST-END TO W-MARGIN-SECS.
011540     PERFORM 6100-PRINT-FINISH-LINE THRU 6100-EXIT.
011550     IF W-CRIT-X > ZERO
011560         MOVE "CRITICAL PATH - AVERAGE:      " TO FL-LABEL
011570         MOVE W-DK-CHN-AVG-END (W-CRIT-X) TO W-MARGIN-SECS
011580         PERFORM 6100-PRINT-FINISH-LINE THRU 6100-EXIT
011590         MOVE "CRITICAL PATH - WORST CASE:   " TO FL-LABEL
011600         MOVE W-DK-CHN-WST-END (W-CRIT-X) TO W-MARGIN-SECS
011610         PERFORM 6100-PRINT-FINISH-LINE THRU 6100-EXIT
011620     END-IF.
011630     MOVE SPACES TO PRINT-LINE.
011640     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
011650     MOVE "DECK CARDS READ:              " TO CL-LABEL.
011660     MOVE W-CARDS-READ TO CL-COUNT.
011670     PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT.
011680     MOVE "CARDS THAT WILL REJECT:       " TO CL-LABEL.
011690     MOVE W-CARDS-REJECT TO CL-COUNT.
011700     PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT.
011710     MOVE "UNPACED RUNS WITH NO HISTORY: " TO CL-LABEL.
011720     MOVE W-CARDS-NO-HIST TO CL-COUNT.
011730     PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT.
011740     MOVE "PREDECESSOR LATER IN DECK:    " TO CL-LABEL.
011750     MOVE W-CARDS-LATE-PRED TO CL-COUNT.
011760     PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT.
011770     IF W-CARDS-LOST > ZERO
011780         MOVE "CARDS BEYOND 200 NOT FORECAST:" TO CL-LABEL
011790         MOVE W-CARDS-LOST TO CL-COUNT
011800         PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT
011810     END-IF.
011820     MOVE "RUNS PAST WINDOW - AVERAGE:   " TO CL-LABEL.
011830     MOVE W-OVER-AVG-CNT TO CL-COUNT.
011840     PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT.
011850     MOVE "RUNS PAST WINDOW - WORST CASE:" TO CL-LABEL.
011860     MOVE W-OVER-WST-CNT TO CL-COUNT.
011870     PERFORM 6200-PRINT-COUNT-LINE THRU 6200-EXIT.
011880     IF W-OVER-AVG-CNT > ZERO
011890         DISPLAY "BATFC010W DECK PROJECTED PAST THE WINDOW "
011900             "END ON AVERAGE DURATIONS"
011910     ELSE
011920         IF W-OVER-WST-CNT > ZERO
011930             DISPLAY "BATFC012W DECK PROJECTED PAST THE WINDOW "
011940                 "END IN THE WORST CASE"
011950         END-IF
011960     END-IF.
011970     IF W-CARDS-LOST > ZERO
011980         DISPLAY "BATFC014W CDCNTL CARDS BEYOND 200 NOT FORECAST"
011990     END-IF.
012000     IF W-OVER-WST-CNT > ZERO OR W-OVER-AVG-CNT > ZERO
012010         OR W-CARDS-LOST > ZERO
012020         SET W-RC-WARNING TO TRUE
012030     END-IF.
012040 6000-EXIT.
012050     EXIT.
012060
012070*    ------------------------------------------------------------
012080*    6100-PRINT-FINISH-LINE - CLOCK TIME AND ELAPSED FOR THE
012090*                     FINISH IN W-MARGIN-SECS, WITH THE TIME TO
012100*                     SPARE OR THE OVERRUN AGAINST THE WINDOW
012110*    ------------------------------------------------------------
012120 6100-PRINT-FINISH-LINE.
012130     MOVE W-MARGIN-SECS TO W-FMT-SECS.
012140     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
012150     MOVE W-CLOCK-DISP TO FL-CLOCK.
012160     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
012170     MOVE W-DUR-DISP TO FL-ELAPSED.
012180     IF W-MARGIN-SECS > W-WINDOW-SECS
012190         MOVE "PAST WINDOW END BY" TO FL-MARGIN-TEXT
012200         COMPUTE W-FMT-SECS = W-MARGIN-SECS - W-WINDOW-SECS
012210     ELSE
012220         MOVE "SPARE BEFORE WINDOW END" TO FL-MARGIN-TEXT
012230         COMPUTE W-FMT-SECS = W-WINDOW-SECS - W-MARGIN-SECS
012240     END-IF.
012250     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
012260     MOVE W-DUR-DISP TO FL-MARGIN.
012270     MOVE W-FINISH-LINE TO PRINT-LINE.
012280     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
012290 6100-EXIT.
012300     EXIT.
012310
012320 6200-PRINT-COUNT-LINE.
012330     MOVE W-COUNT-LINE TO PRINT-LINE.
012340     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
012350 6200-EXIT.
012360     EXIT.
012370
012380*    ------------------------------------------------------------
012390*    7000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
012400*    ------------------------------------------------------------
012410 7000-TERMINATE.
012420     IF W-STAT-AVAIL
012430         CLOSE STATS-MASTER
012440     END-IF.
012450     CLOSE PRINT-FILE.
012460     MOVE W-RETURN-CODE TO RETURN-CODE.
012470 7000-EXIT.
012480     EXIT.
012490
012500*    ------------------------------------------------------------
012510*    8000-REJECT-BAD-PARM - NOTHING IS FORECAST WITHOUT A WINDOW
012520*    ------------------------------------------------------------
012530 8000-REJECT-BAD-PARM.
012540     DISPLAY "BATFC008E INVALID FCSTPARM WINDOW - COLUMNS 1-4".
012550     DISPLAY "BATFC008E START HHMM, 5-8 END HHMM, NOT EQUAL.".
012560     SET W-RC-BAD-INPUT TO TRUE.
012570     MOVE "BATCH WINDOW INVALID - NOTHING FORECAST" TO PRINT-LINE.
012580     WRITE PRINT-LINE.
012590 8000-EXIT.
012600     EXIT.
012610
012620*    ------------------------------------------------------------
012630*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
012640*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
012650*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
012660*                     LINE FORCES THE PAGE-1 HEADING OUT.
012670*    ------------------------------------------------------------
012680 8100-WRITE-REPORT-LINE.
012690     IF W-LINE-CNT >= W-PAGE-SIZE
012700         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
012710     END-IF.
012720     WRITE PRINT-LINE.
012730     ADD 1 TO W-LINE-CNT.
012740 8100-EXIT.
012750     EXIT.
012760
012770*    ------------------------------------------------------------
012780*    8300-PAGE-HEADING - START A NEW REPORT PAGE, REPEATING THE
012790*                     COLUMN HEADING OF THE SECTION IN PROGRESS
012800*    ------------------------------------------------------------
012810 8300-PAGE-HEADING.
012820     MOVE PRINT-LINE TO W-SAVE-LINE.
012830     ADD 1 TO W-PAGE-NO.
012840     MOVE W-TODAY   TO H1-DATE.
012850     MOVE W-PAGE-NO TO H1-PAGE.
012860     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
012870     WRITE PRINT-LINE.
012880     MOVE ZERO TO W-FMT-SECS.
012890     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
012900     MOVE W-CLOCK-DISP TO H2-WIN-START.
012910     MOVE W-WINDOW-SECS TO W-FMT-SECS.
012920     PERFORM 9200-FORMAT-CLOCK THRU 9200-EXIT.
012930     MOVE W-CLOCK-DISP TO H2-WIN-END.
012940     PERFORM 9100-FORMAT-DURATION THRU 9100-EXIT.
012950     MOVE W-DUR-DISP TO H2-WIN-LEN.
012960     MOVE W-HEAD-LINE-2 TO PRINT-LINE.
012970     WRITE PRINT-LINE.
012980     MOVE SPACES TO PRINT-LINE.
012990     WRITE PRINT-LINE.
013000     MOVE 3 TO W-LINE-CNT.
013010     IF W-COLUMN-HEAD NOT = SPACES
013020         MOVE W-COLUMN-HEAD TO PRINT-LINE
013030         WRITE PRINT-LINE
013040         ADD 1 TO W-LINE-CNT
013050     END-IF.
013060     MOVE W-SAVE-LINE TO PRINT-LINE.
013070 8300-EXIT.
013080     EXIT.
013090
013100*    ------------------------------------------------------------
013110*    9100-FORMAT-DURATION - W-FMT-SECS AS HH:MM:SS, HELD AT
013120*                     99:59:59
013130*    ------------------------------------------------------------
013140 9100-FORMAT-DURATION.
013150     DIVIDE W-FMT-SECS BY 3600
013160         GIVING W-FMT-HH REMAINDER W-FMT-REST.
013170     DIVIDE W-FMT-REST BY 60
013180         GIVING W-FMT-MM REMAINDER W-FMT-SS.
013190     IF W-FMT-HH > 99
013200         MOVE 99 TO W-DD-HH
013210         MOVE 59 TO W-DD-MM
013220         MOVE 59 TO W-DD-SS
013230     ELSE
013240         MOVE W-FMT-HH TO W-DD-HH
013250         MOVE W-FMT-MM TO W-DD-MM
013260         MOVE W-FMT-SS TO W-DD-SS
013270     END-IF.
013280 9100-EXIT.
013290     EXIT.
013300
013310*    ------------------------------------------------------------
013320*    9200-FORMAT-CLOCK - W-FMT-SECS SECONDS INTO THE WINDOW AS
013330*                     THE HH:MM WALL-CLOCK TIME
013340*    ------------------------------------------------------------
013350 9200-FORMAT-CLOCK.
013360     COMPUTE W-CLOCK-SECS = W-WIN-START-SECS + W-FMT-SECS.
013370     DIVIDE W-CLOCK-SECS BY W-DAY-SECS
013380         GIVING W-CLOCK-QUOT REMAINDER W-CLOCK-SECS.
013390     DIVIDE W-CLOCK-SECS BY 3600
013400         GIVING W-FMT-HH REMAINDER W-FMT-REST.
013410     DIVIDE W-FMT-REST BY 60
013420         GIVING W-FMT-MM REMAINDER W-FMT-SS.
013430     MOVE W-FMT-HH TO W-CD-HH.
013440     MOVE W-FMT-MM TO W-CD-MM.
013450 9200-EXIT.
013460     EXIT.
