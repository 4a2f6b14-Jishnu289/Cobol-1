000010******************************************************************
000020* PROGRAM:   MSTRCHK                                             *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   WEEKLY CROSS-MASTER INTEGRITY AUDIT.  NOTHING ELSE  *
000070*            CHECKS THAT THE MASTERS AGREE WITH EACH OTHER -     *
000080*            SCHEDMNT ONLY LOOKS FOR THE PROFILE WHEN AN ENTRY   *
000090*            IS ADDED AND PROFMNT WILL DELETE A PROFILE THAT     *
000100*            CDSCHED STILL NAMES.  THIS STEP CROSS-READS CDPROF, *
000110*            CDSCHED, CDSLA, CDTHRESH, CDDEPEND, CDRUNREG AND    *
000120*            CDSTATS AND LISTS:                                  *
000130*              - SCHEDULE ENTRIES NAMING A MISSING PROFILE       *
000140*              - PROFILES NO SCHEDULE ENTRY USES                 *
000150*              - CDSLA, CDTHRESH, CDRUNREG AND CDSTATS ROWS FOR  *
000160*                RUN-IDS THAT HAVE NO CDSCHED ENTRY              *
000170*              - SCHEDULED RUN-IDS WITH NO CDSLA ENTRY           *
000180*              - CDDEPEND ENTRIES WHOSE RUN-ID OR PREDECESSOR IS *
000190*                NOT SCHEDULED (A BROKEN CHAIN)                  *
000200*              - EVERY CDDEPEND CYCLE, AND EVERY RUN-ID THAT     *
000210*                WAITS BEHIND ONE - WHILE'S PREDECESSOR CHECK    *
000220*                WOULD SKIP ALL OF THEM EVERY NIGHT WITH RC 20.  *
000230*            A BROKEN REFERENCE OR CYCLE IS AN ERROR AND ENDS    *
000240*            THE STEP WITH RC 08; HOUSEKEEPING FINDINGS (UNUSED  *
000250*            PROFILES, NO SLA, HISTORY FOR UNSCHEDULED RUN-IDS)  *
000260*            END IT WITH RC 04.  A MISSING MASTER IS TREATED AS  *
000270*            EMPTY.  OUTPUT GOES TO CDRPT18.                     *
000280******************************************************************
000290* MODIFICATION HISTORY                                           *
000300*   DATE        BY    DESCRIPTION                                *
000310*   ----------  ----  ------------------------------------       *
000320*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000325*   10/15/2026  JFM   CYCLE CHAIN TEXT SIZED TO THE REPORT LINE. *
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. MSTRCHK.
000360 AUTHOR. JFM.
000370 INSTALLATION. DATA CENTER OPERATIONS.
000380 DATE-WRITTEN. 10/15/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT SCHED-FILE ASSIGN TO "CDSCHED"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS W-SCHED-FILE-STATUS.
000470
000480     SELECT PROFILE-FILE ASSIGN TO "CDPROF"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS PRF-NAME
000520         FILE STATUS IS W-PROF-FILE-STATUS.
000530
000540     SELECT SLA-FILE ASSIGN TO "CDSLA"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS W-SLA-FILE-STATUS.
000570
000580     SELECT THRESH-FILE ASSIGN TO "CDTHRESH"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS W-THRESH-FILE-STATUS.
000610
000620     SELECT DEPEND-FILE ASSIGN TO "CDDEPEND"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS W-DEPEND-FILE-STATUS.
000650
000660     SELECT RUN-REGISTRY ASSIGN TO "CDRUNREG"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS REG-RUN-ID
000700         FILE STATUS IS W-REG-FILE-STATUS.
000710
000720     SELECT STATS-MASTER ASSIGN TO "CDSTATS"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS STA-RUN-ID
000760         FILE STATUS IS W-STAT-FILE-STATUS.
000770
000780     SELECT PRINT-FILE ASSIGN TO "CDRPT18"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS W-PRINT-FILE-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  SCHED-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 40 CHARACTERS.
000870     COPY CDSCHREC.
000880
000890 FD  PROFILE-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 40 CHARACTERS.
000920     COPY CDPRFREC.
000930
000940 FD  SLA-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 24 CHARACTERS.
000970 01  SLA-RECORD.
000980     05  SLA-RUN-ID              PIC X(08).
000990     05  SLA-EXPECT-SECS         PIC X(06).
001000     05  SLA-TOL-SECS            PIC X(06).
001010     05  FILLER                  PIC X(04).
001020
001030 FD  THRESH-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 20 CHARACTERS.
001060 01  THRESH-RECORD.
001070     05  THR-RUN-ID              PIC X(08).
001080     05  THR-TYPE                PIC X(01).
001090     05  THR-VALUE               PIC X(03).
001100     05  THR-SEV                 PIC X(01).
001110     05  FILLER                  PIC X(07).
001120
001130 FD  DEPEND-FILE
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 20 CHARACTERS.
001160 01  DEPEND-RECORD.
001170     05  DEP-RUN-ID              PIC X(08).
001180     05  DEP-PRED-RUN-ID         PIC X(08).
001190     05  FILLER                  PIC X(04).
001200
001210 FD  RUN-REGISTRY
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 60 CHARACTERS.
001240     COPY CDREGREC.
001250
001260 FD  STATS-MASTER
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 100 CHARACTERS.
001290     COPY CDSTAREC.
001300
001310 FD  PRINT-FILE
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  PRINT-LINE                  PIC X(80).
001350
001360 WORKING-STORAGE SECTION.
001370*    ------------------------------------------------------------
001380*    FILE STATUS FIELDS
001390*    ------------------------------------------------------------
001400 01  W-SCHED-FILE-STATUS         PIC X(02) VALUE SPACES.
001410 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
001420 01  W-SLA-FILE-STATUS           PIC X(02) VALUE SPACES.
001430 01  W-THRESH-FILE-STATUS        PIC X(02) VALUE SPACES.
001440 01  W-DEPEND-FILE-STATUS        PIC X(02) VALUE SPACES.
001450 01  W-REG-FILE-STATUS           PIC X(02) VALUE SPACES.
001460 01  W-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001470 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
001480
001490*    ------------------------------------------------------------
001500*    END-OF-FILE AND WORK SWITCHES
001510*    ------------------------------------------------------------
001520 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
001530     88  W-EOF                              VALUE 'Y'.
001540 77  W-FOUND-SW                  PIC X(01) VALUE 'N'.
001550     88  W-FOUND                            VALUE 'Y'.
001560 77  W-CLEARED-SW                PIC X(01) VALUE 'N'.
001570     88  W-SOME-CLEARED                     VALUE 'Y'.
001580 77  W-WALK-DONE-SW              PIC X(01) VALUE 'N'.
001590     88  W-WALK-DONE                        VALUE 'Y'.
001600
001610*    ------------------------------------------------------------
001620*    SCHEDULE TABLE - ONE ENTRY PER CDSCHED RUN-ID, WITH A
001630*    FLAG SET WHEN A CDSLA ENTRY IS SEEN FOR IT
001640*    ------------------------------------------------------------
001650 77  W-SCH-MAX                   PIC S9(04) COMP VALUE +500.
001660 77  W-SCH-LOST                  PIC 9(06) VALUE ZERO.
001670 01  W-SCH-TABLE.
001680     05  W-SCH-CNT               PIC S9(04) COMP VALUE ZERO.
001690     05  W-SCH-ENTRY OCCURS 500 TIMES.
001700         10  W-SCH-RUN-ID        PIC X(08).
001710         10  W-SCH-PROFILE       PIC X(08).
001720         10  W-SCH-SLA-SW        PIC X(01).
001730             88  W-SCH-HAS-SLA              VALUE 'Y'.
001740
001750*    ------------------------------------------------------------
001760*    PROFILE TABLE - ONE ENTRY PER CDPROF PROFILE, WITH A FLAG
001770*    SET WHEN A SCHEDULE ENTRY NAMES IT
001780*    ------------------------------------------------------------
001790 77  W-PRF-MAX                   PIC S9(04) COMP VALUE +200.
001800 77  W-PRF-LOST                  PIC 9(06) VALUE ZERO.
001810 01  W-PRF-TABLE.
001820     05  W-PRF-CNT               PIC S9(04) COMP VALUE ZERO.
001830     05  W-PRF-ENTRY OCCURS 200 TIMES.
001840         10  W-PRF-ID            PIC X(08).
001850         10  W-PRF-USED-SW       PIC X(01).
001860             88  W-PRF-USED                 VALUE 'Y'.
001870
001880*    ------------------------------------------------------------
001890*    DEPENDENCY GRAPH.  EACH CDDEPEND ENTRY IS AN EDGE FROM THE
001900*    PREDECESSOR NODE TO THE DEPENDENT NODE.  W-NOD-PREDS
001910*    COUNTS THE EDGES INTO A NODE NOT YET SATISFIED; NODES
001920*    WITH NONE ARE CLEARED AND RELEASE THEIR OUT-EDGES UNTIL
001930*    NOTHING MORE CLEARS.  WHATEVER IS LEFT SITS ON A CYCLE OR
001940*    WAITS BEHIND ONE.
001950*    ------------------------------------------------------------
001960 77  W-DEP-MAX                   PIC S9(04) COMP VALUE +100.
001970 77  W-DEP-LOST                  PIC 9(06) VALUE ZERO.
001980 01  W-DEP-TABLE.
001990     05  W-DEP-CNT               PIC S9(04) COMP VALUE ZERO.
002000     05  W-DEP-ENTRY OCCURS 100 TIMES.
002010         10  W-DEP-RUN-X         PIC S9(04) COMP.
002020         10  W-DEP-PRED-X        PIC S9(04) COMP.
002030 77  W-NOD-MAX                   PIC S9(04) COMP VALUE +200.
002040 01  W-NOD-TABLE.
002050     05  W-NOD-CNT               PIC S9(04) COMP VALUE ZERO.
002060     05  W-NOD-ENTRY OCCURS 200 TIMES.
002070         10  W-NOD-ID            PIC X(08).
002080         10  W-NOD-PREDS         PIC S9(04) COMP.
002090         10  W-NOD-CLEARED-SW    PIC X(01).
002100             88  W-NOD-CLEARED              VALUE 'Y'.
002110         10  W-NOD-REPORTED-SW   PIC X(01).
002120             88  W-NOD-REPORTED             VALUE 'Y'.
002130         10  W-NOD-VISIT         PIC S9(04) COMP.
002140
002150*    ------------------------------------------------------------
002160*    CYCLE WALK FIELDS
002170*    ------------------------------------------------------------
002180 77  W-WALK-STAMP                PIC S9(04) COMP VALUE ZERO.
002190 77  W-WALK-START                PIC S9(04) COMP VALUE ZERO.
002200 77  W-WALK-CUR                  PIC S9(04) COMP VALUE ZERO.
002210 77  W-WALK-NEXT                 PIC S9(04) COMP VALUE ZERO.
002220 77  W-CYC-HEAD                  PIC S9(04) COMP VALUE ZERO.
002230 77  W-CYC-PTR                   PIC S9(04) COMP VALUE ZERO.
002240 01  W-CYC-TEXT                  PIC X(49) VALUE SPACES.
002250 01  W-LOOKUP-ID                 PIC X(08) VALUE SPACES.
002260
002270*    ------------------------------------------------------------
002280*    SUBSCRIPTS AND COUNTERS
002290*    ------------------------------------------------------------
002300 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
002310 77  W-X2                        PIC S9(04) COMP VALUE ZERO.
002320 77  W-X3                        PIC S9(04) COMP VALUE ZERO.
002330 77  W-SECTION-FINDINGS          PIC 9(06) VALUE ZERO.
002340 77  W-ERROR-CNT                 PIC 9(06) VALUE ZERO.
002350 77  W-WARNING-CNT               PIC 9(06) VALUE ZERO.
002360 77  W-CYCLE-CNT                 PIC 9(06) VALUE ZERO.
002370
002380*    ------------------------------------------------------------
002390*    REPORT CONTROL FIELDS
002400*    ------------------------------------------------------------
002410 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002420 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
002430 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
002440 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
002450 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
002460
002470*    ------------------------------------------------------------
002480*    RETURN CODE
002490*    ------------------------------------------------------------
002500 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
002510     88  W-RC-MASTERS-AGREE                 VALUE 00.
002520     88  W-RC-HOUSEKEEPING                  VALUE 04.
002530     88  W-RC-BROKEN-REFS                   VALUE 08.
002540
002550*    ------------------------------------------------------------
002560*    REPORT LINE LAYOUTS
002570*    ------------------------------------------------------------
002580 01  W-HEAD-LINE-1.
002590     05  FILLER                  PIC X(33) VALUE
002600         "MASTER FILE INTEGRITY AUDIT      ".
002610     05  FILLER                  PIC X(05) VALUE "DATE ".
002620     05  H1-DATE                 PIC 9999/99/99.
002630     05  FILLER                  PIC X(07) VALUE "  PAGE ".
002640     05  H1-PAGE                 PIC ZZZ9.
002650     05  FILLER                  PIC X(21) VALUE SPACES.
002660
002670 01  W-COL-HEAD-LINE.
002680     05  FILLER                  PIC X(04) VALUE "SEV ".
002690     05  FILLER                  PIC X(09) VALUE "MASTER   ".
002700     05  FILLER                  PIC X(09) VALUE "KEY      ".
002710     05  FILLER                  PIC X(09) VALUE "REFERS TO".
002720     05  FILLER                  PIC X(49) VALUE SPACES.
002730
002740 01  W-SECTION-LINE.
002750     05  FILLER                  PIC X(04) VALUE "--- ".
002760     05  SH-TITLE                PIC X(60).
002770     05  FILLER                  PIC X(16) VALUE SPACES.
002780
002790 01  W-DETAIL-LINE.
002800     05  DL-SEV                  PIC X(03).
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  DL-MASTER               PIC X(08).
002830     05  FILLER                  PIC X(01) VALUE SPACES.
002840     05  DL-KEY                  PIC X(08).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  DL-REF                  PIC X(08).
002870     05  FILLER                  PIC X(01) VALUE SPACES.
002880     05  DL-TEXT                 PIC X(49).
002890
002900 01  W-NONE-LINE                 PIC X(80) VALUE
002910     "    (NO EXCEPTIONS)".
002920
002930 01  W-LOST-LINE.
002940     05  FILLER                  PIC X(04) VALUE SPACES.
002950     05  LL-TABLE                PIC X(08).
002960     05  FILLER                  PIC X(14) VALUE
002970         " TABLE FULL - ".
002980     05  LL-LOST                 PIC ZZZ,ZZ9.
002990     05  FILLER                  PIC X(21) VALUE
003000         " ENTRIES NOT CHECKED ".
003010     05  FILLER                  PIC X(26) VALUE SPACES.
003020
003030 01  W-SUMMARY-LINE.
003040     05  SL-LABEL                PIC X(24).
003050     05  SL-COUNT                PIC ZZZ,ZZ9.
003060     05  FILLER                  PIC X(49) VALUE SPACES.
003070
003080 PROCEDURE DIVISION.
003090*    ------------------------------------------------------------
003100*    0000-MAINLINE - PROGRAM ENTRY POINT
003110*    ------------------------------------------------------------
003120 0000-MAINLINE.
003130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003140     PERFORM 3000-CHECK-SCHEDULE-PROFILES THRU 3000-EXIT.
003150     PERFORM 3100-CHECK-UNUSED-PROFILES THRU 3100-EXIT.
003160     PERFORM 3200-CHECK-SLA THRU 3200-EXIT.
003170     PERFORM 3300-CHECK-MISSING-SLA THRU 3300-EXIT.
003180     PERFORM 3400-CHECK-THRESHOLDS THRU 3400-EXIT.
003190     PERFORM 3500-CHECK-DEPENDENCIES THRU 3500-EXIT.
003200     PERFORM 3600-CHECK-CYCLES THRU 3600-EXIT.
003210     PERFORM 3700-CHECK-REGISTRY THRU 3700-EXIT.
003220     PERFORM 3800-CHECK-STATISTICS THRU 3800-EXIT.
003230     PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
003240     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003250     GOBACK.
003260
003270*    ------------------------------------------------------------
003280*    1000-INITIALIZE - LOAD THE SCHEDULE AND PROFILE TABLES
003290*                     EVERY OTHER CHECK IS MADE AGAINST
003300*    ------------------------------------------------------------
003310 1000-INITIALIZE.
003320     ACCEPT W-TODAY FROM DATE YYYYMMDD.
003330     OPEN OUTPUT PRINT-FILE.
003340     MOVE W-COL-HEAD-LINE TO PRINT-LINE.
003350     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
003360     MOVE 'N' TO W-EOF-SW.
003370     OPEN INPUT SCHED-FILE.
003380     IF W-SCHED-FILE-STATUS = "00"
003390         PERFORM 1150-READ-SCHEDULE THRU 1150-EXIT
003400         PERFORM 1100-LOAD-SCHEDULE-ENTRY THRU 1100-EXIT
003410             UNTIL W-EOF
003420         CLOSE SCHED-FILE
003430     ELSE
003440         DISPLAY "MSTCK001W CDSCHED NOT AVAILABLE - STATUS "
003450             W-SCHED-FILE-STATUS
003460     END-IF.
003470     MOVE 'N' TO W-EOF-SW.
003480     OPEN INPUT PROFILE-FILE.
003490     IF W-PROF-FILE-STATUS = "00"
003500         PERFORM 1250-READ-PROFILE THRU 1250-EXIT
003510         PERFORM 1200-LOAD-PROFILE THRU 1200-EXIT
003520             UNTIL W-EOF
003530         CLOSE PROFILE-FILE
003540     ELSE
003550         DISPLAY "MSTCK002W CDPROF NOT AVAILABLE - STATUS "
003560             W-PROF-FILE-STATUS
003570     END-IF.
003580 1000-EXIT.
003590     EXIT.
003600
003610 1100-LOAD-SCHEDULE-ENTRY.
003620     IF SCH-RUN-ID NOT = SPACES
003630         MOVE SCH-RUN-ID TO W-LOOKUP-ID
003640         PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT
003650         IF NOT W-FOUND
003660             IF W-SCH-CNT < W-SCH-MAX
003670                 ADD 1 TO W-SCH-CNT
003680                 MOVE SCH-RUN-ID  TO W-SCH-RUN-ID (W-SCH-CNT)
003690                 MOVE SCH-PROFILE TO W-SCH-PROFILE (W-SCH-CNT)
003700                 MOVE 'N'         TO W-SCH-SLA-SW (W-SCH-CNT)
003710             ELSE
003720                 ADD 1 TO W-SCH-LOST
003730             END-IF
003740         END-IF
003750     END-IF.
003760     PERFORM 1150-READ-SCHEDULE THRU 1150-EXIT.
003770 1100-EXIT.
003780     EXIT.
003790
003800 1150-READ-SCHEDULE.
003810     READ SCHED-FILE
003820         AT END
003830             SET W-EOF TO TRUE
003840     END-READ.
003850 1150-EXIT.
003860     EXIT.
003870
003880 1200-LOAD-PROFILE.
003890     IF W-PRF-CNT < W-PRF-MAX
003900         ADD 1 TO W-PRF-CNT
003910         MOVE PRF-NAME TO W-PRF-ID (W-PRF-CNT)
003920         MOVE 'N'      TO W-PRF-USED-SW (W-PRF-CNT)
003930     ELSE
003940         ADD 1 TO W-PRF-LOST
003950     END-IF.
003960     PERFORM 1250-READ-PROFILE THRU 1250-EXIT.
003970 1200-EXIT.
003980     EXIT.
003990
004000 1250-READ-PROFILE.
004010     READ PROFILE-FILE NEXT RECORD
004020         AT END
004030             SET W-EOF TO TRUE
004040     END-READ.
004050 1250-EXIT.
004060     EXIT.
004070
004080*    ------------------------------------------------------------
004090*    3000-CHECK-SCHEDULE-PROFILES - EVERY CDSCHED ENTRY THAT
004100*                     NAMES A PROFILE MUST FIND IT ON CDPROF.
004110*                     PROFILES THAT ARE FOUND ARE MARKED USED.
004120*    ------------------------------------------------------------
004130 3000-CHECK-SCHEDULE-PROFILES.
004140     MOVE "CDSCHED ENTRIES NAMING A MISSING CDPROF PROFILE"
004150         TO SH-TITLE.
004160     PERFORM 8200-START-SECTION THRU 8200-EXIT.
004170     PERFORM 3010-CHECK-ONE-ENTRY THRU 3010-EXIT
004180         VARYING W-X1 FROM 1 BY 1
004190         UNTIL W-X1 > W-SCH-CNT.
004200     PERFORM 8250-END-SECTION THRU 8250-EXIT.
004210 3000-EXIT.
004220     EXIT.
004230
004240 3010-CHECK-ONE-ENTRY.
004250     IF W-SCH-PROFILE (W-X1) = SPACES
004260         GO TO 3010-EXIT
004270     END-IF.
004280     MOVE 'N' TO W-FOUND-SW.
004290     PERFORM 3020-MATCH-PROFILE THRU 3020-EXIT
004300         VARYING W-X2 FROM 1 BY 1
004310         UNTIL W-X2 > W-PRF-CNT OR W-FOUND.
004320     IF NOT W-FOUND
004330         MOVE "CDSCHED "           TO DL-MASTER
004340         MOVE W-SCH-RUN-ID (W-X1)  TO DL-KEY
004350         MOVE W-SCH-PROFILE (W-X1) TO DL-REF
004360         MOVE "PROFILE NOT ON CDPROF" TO DL-TEXT
004370         PERFORM 8400-REPORT-ERROR THRU 8400-EXIT
004380     END-IF.
004390 3010-EXIT.
004400     EXIT.
004410
004420 3020-MATCH-PROFILE.
004430     IF W-PRF-ID (W-X2) = W-SCH-PROFILE (W-X1)
004440         SET W-FOUND TO TRUE
004450         MOVE 'Y' TO W-PRF-USED-SW (W-X2)
004460     END-IF.
004470 3020-EXIT.
004480     EXIT.
004490
004500*    ------------------------------------------------------------
004510*    3100-CHECK-UNUSED-PROFILES - CDPROF PROFILES NO SCHEDULE
004520*                     ENTRY NAMES.  STILL USABLE FROM A HAND
004530*                     CDCNTL CARD, SO ONLY A WARNING.
004540*    ------------------------------------------------------------
004550 3100-CHECK-UNUSED-PROFILES.
004560     MOVE "CDPROF PROFILES NOT NAMED BY ANY CDSCHED ENTRY"
004570         TO SH-TITLE.
004580     PERFORM 8200-START-SECTION THRU 8200-EXIT.
004590     PERFORM 3110-CHECK-ONE-PROFILE THRU 3110-EXIT
004600         VARYING W-X1 FROM 1 BY 1
004610         UNTIL W-X1 > W-PRF-CNT.
004620     PERFORM 8250-END-SECTION THRU 8250-EXIT.
004630 3100-EXIT.
004640     EXIT.
004650
004660 3110-CHECK-ONE-PROFILE.
004670     IF NOT W-PRF-USED (W-X1)
004680         MOVE "CDPROF  "      TO DL-MASTER
004690         MOVE W-PRF-ID (W-X1) TO DL-KEY
004700         MOVE SPACES          TO DL-REF
004710         MOVE "PROFILE UNUSED BY THE SCHEDULE" TO DL-TEXT
004720         PERFORM 8450-REPORT-WARNING THRU 8450-EXIT
004730     END-IF.
004740 3110-EXIT.
004750     EXIT.
004760
004770*    ------------------------------------------------------------
004780*    3200-CHECK-SLA - EVERY CDSLA ENTRY MUST BE FOR A SCHEDULED
004790*                     RUN-ID; SCHEDULED RUN-IDS THAT ARE FOUND
004800*                     ARE MARKED AS HAVING AN SLA
004810*    ------------------------------------------------------------
004820 3200-CHECK-SLA.
004830     MOVE "CDSLA ENTRIES FOR RUN-IDS NOT ON CDSCHED" TO SH-TITLE.
004840     PERFORM 8200-START-SECTION THRU 8200-EXIT.
004850     MOVE 'N' TO W-EOF-SW.
004860     OPEN INPUT SLA-FILE.
004870     IF W-SLA-FILE-STATUS = "00"
004880         PERFORM 3250-READ-SLA THRU 3250-EXIT
004890         PERFORM 3210-CHECK-ONE-SLA THRU 3210-EXIT
004900             UNTIL W-EOF
004910         CLOSE SLA-FILE
004920     END-IF.
004930     PERFORM 8250-END-SECTION THRU 8250-EXIT.
004940 3200-EXIT.
004950     EXIT.
004960
004970 3210-CHECK-ONE-SLA.
004980     IF SLA-RUN-ID = SPACES
004990         GO TO 3210-READ
005000     END-IF.
005010     MOVE SLA-RUN-ID TO W-LOOKUP-ID.
005020     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
005030     IF W-FOUND
005040         MOVE 'Y' TO W-SCH-SLA-SW (W-X2)
005050     ELSE
005060         MOVE "CDSLA   "  TO DL-MASTER
005070         MOVE SLA-RUN-ID  TO DL-KEY
005080         MOVE SPACES      TO DL-REF
005090         MOVE "RUN-ID HAS NO CDSCHED ENTRY" TO DL-TEXT
005100         PERFORM 8400-REPORT-ERROR THRU 8400-EXIT
005110     END-IF.
005120 3210-READ.
005130     PERFORM 3250-READ-SLA THRU 3250-EXIT.
005140 3210-EXIT.
005150     EXIT.
005160
005170 3250-READ-SLA.
005180     READ SLA-FILE
005190         AT END
005200             SET W-EOF TO TRUE
005210     END-READ.
005220 3250-EXIT.
005230     EXIT.
005240
005250*    ------------------------------------------------------------
005260*    3300-CHECK-MISSING-SLA - SCHEDULED RUN-IDS SLARPT WILL
005270*                     NEVER POLICE BECAUSE NOBODY GAVE THEM AN
005280*                     SLA
005290*    ------------------------------------------------------------
005300 3300-CHECK-MISSING-SLA.
005310     MOVE "SCHEDULED RUN-IDS WITH NO CDSLA ENTRY" TO SH-TITLE.
005320     PERFORM 8200-START-SECTION THRU 8200-EXIT.
005330     PERFORM 3310-CHECK-ONE-RUN-ID THRU 3310-EXIT
005340         VARYING W-X1 FROM 1 BY 1
005350         UNTIL W-X1 > W-SCH-CNT.
005360     PERFORM 8250-END-SECTION THRU 8250-EXIT.
005370 3300-EXIT.
005380     EXIT.
005390
005400 3310-CHECK-ONE-RUN-ID.
005410     IF NOT W-SCH-HAS-SLA (W-X1)
005420         MOVE "CDSCHED "          TO DL-MASTER
005430         MOVE W-SCH-RUN-ID (W-X1) TO DL-KEY
005440         MOVE SPACES              TO DL-REF
005450         MOVE "NO SLA - DURATION NOT MONITORED" TO DL-TEXT
005460         PERFORM 8450-REPORT-WARNING THRU 8450-EXIT
005470     END-IF.
005480 3310-EXIT.
005490     EXIT.
005500
005510*    ------------------------------------------------------------
005520*    3400-CHECK-THRESHOLDS - A CDTHRESH DEFINITION FOR A NAMED
005530*                     RUN-ID MUST BE FOR A SCHEDULED ONE.  A
005540*                     BLANK RUN-ID APPLIES TO EVERY INSTANCE
005550*                     AND IS NOT A REFERENCE.
005560*    ------------------------------------------------------------
005570 3400-CHECK-THRESHOLDS.
005580     MOVE "CDTHRESH DEFINITIONS FOR RUN-IDS NOT ON CDSCHED"
005590         TO SH-TITLE.
005600     PERFORM 8200-START-SECTION THRU 8200-EXIT.
005610     MOVE 'N' TO W-EOF-SW.
005620     OPEN INPUT THRESH-FILE.
005630     IF W-THRESH-FILE-STATUS = "00"
005640         PERFORM 3450-READ-THRESHOLD THRU 3450-EXIT
005650         PERFORM 3410-CHECK-ONE-THRESHOLD THRU 3410-EXIT
005660             UNTIL W-EOF
005670         CLOSE THRESH-FILE
005680     END-IF.
005690     PERFORM 8250-END-SECTION THRU 8250-EXIT.
005700 3400-EXIT.
005710     EXIT.
005720
005730 3410-CHECK-ONE-THRESHOLD.
005740     IF THR-RUN-ID NOT = SPACES
005750         MOVE THR-RUN-ID TO W-LOOKUP-ID
005760         PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT
005770         IF NOT W-FOUND
005780             MOVE "CDTHRESH"  TO DL-MASTER
005790             MOVE THR-RUN-ID  TO DL-KEY
005800             MOVE SPACES      TO DL-REF
005810             MOVE "RUN-ID HAS NO CDSCHED ENTRY" TO DL-TEXT
005820             PERFORM 8400-REPORT-ERROR THRU 8400-EXIT
005830         END-IF
005840     END-IF.
005850     PERFORM 3450-READ-THRESHOLD THRU 3450-EXIT.
005860 3410-EXIT.
005870     EXIT.
005880
005890 3450-READ-THRESHOLD.
005900     READ THRESH-FILE
005910         AT END
005920             SET W-EOF TO TRUE
005930     END-READ.
005940 3450-EXIT.
005950     EXIT.
005960
005970*    ------------------------------------------------------------
005980*    3500-CHECK-DEPENDENCIES - LOAD CDDEPEND INTO THE GRAPH AND
005990*                     REPORT EVERY ENTRY WHOSE RUN-ID OR
006000*                     PREDECESSOR IS NOT SCHEDULED.  A MISSING
006010*                     PREDECESSOR NEVER COMPLETES, SO ITS
006020*                     DEPENDANT IS SKIPPED EVERY NIGHT.
006030*    ------------------------------------------------------------
006040 3500-CHECK-DEPENDENCIES.
006050     MOVE "CDDEPEND BROKEN CHAINS - RUN-ID NOT ON CDSCHED"
006060         TO SH-TITLE.
006070     PERFORM 8200-START-SECTION THRU 8200-EXIT.
006080     MOVE 'N' TO W-EOF-SW.
006090     OPEN INPUT DEPEND-FILE.
006100     IF W-DEPEND-FILE-STATUS = "00"
006110         PERFORM 3590-READ-DEPEND THRU 3590-EXIT
006120         PERFORM 3510-CHECK-ONE-DEPEND THRU 3510-EXIT
006130             UNTIL W-EOF
006140         CLOSE DEPEND-FILE
006150     END-IF.
006160     PERFORM 8250-END-SECTION THRU 8250-EXIT.
006170 3500-EXIT.
006180     EXIT.
006190
006200 3510-CHECK-ONE-DEPEND.
006210     IF DEP-RUN-ID = SPACES OR DEP-PRED-RUN-ID = SPACES
006220         GO TO 3510-READ
006230     END-IF.
006240     MOVE DEP-RUN-ID TO W-LOOKUP-ID.
006250     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
006260     IF NOT W-FOUND
006270         MOVE "CDDEPEND"      TO DL-MASTER
006280         MOVE DEP-RUN-ID      TO DL-KEY
006290         MOVE DEP-PRED-RUN-ID TO DL-REF
006300         MOVE "DEPENDENT RUN-ID IS NOT SCHEDULED" TO DL-TEXT
006310         PERFORM 8400-REPORT-ERROR THRU 8400-EXIT
006320     END-IF.
006330     MOVE DEP-PRED-RUN-ID TO W-LOOKUP-ID.
006340     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
006350     IF NOT W-FOUND
006360         MOVE "CDDEPEND"      TO DL-MASTER
006370         MOVE DEP-RUN-ID      TO DL-KEY
006380         MOVE DEP-PRED-RUN-ID TO DL-REF
006390         MOVE "PREDECESSOR NOT SCHEDULED - NEVER RUNS"
006400             TO DL-TEXT
006410         PERFORM 8400-REPORT-ERROR THRU 8400-EXIT
006420     END-IF.
006430     IF W-DEP-CNT >= W-DEP-MAX
006440         ADD 1 TO W-DEP-LOST
006450         GO TO 3510-READ
006460     END-IF.
006470     MOVE DEP-PRED-RUN-ID TO W-LOOKUP-ID.
006480     PERFORM 9200-FIND-NODE THRU 9200-EXIT.
006490     MOVE W-X3 TO W-X1.
006500     MOVE DEP-RUN-ID TO W-LOOKUP-ID.
006510     PERFORM 9200-FIND-NODE THRU 9200-EXIT.
006520     IF W-X1 = ZERO OR W-X3 = ZERO
006530         ADD 1 TO W-DEP-LOST
006540         GO TO 3510-READ
006550     END-IF.
006560     ADD 1 TO W-DEP-CNT.
006570     MOVE W-X1 TO W-DEP-PRED-X (W-DEP-CNT).
006580     MOVE W-X3 TO W-DEP-RUN-X (W-DEP-CNT).
006590     ADD 1 TO W-NOD-PREDS (W-X3).
006600 3510-READ.
006610     PERFORM 3590-READ-DEPEND THRU 3590-EXIT.
006620 3510-EXIT.
006630     EXIT.
006640
006650 3590-READ-DEPEND.
006660     READ DEPEND-FILE
006670         AT END
006680             SET W-EOF TO TRUE
006690     END-READ.
006700 3590-EXIT.
006710     EXIT.
006720
006730*    ------------------------------------------------------------
006740*    3600-CHECK-CYCLES - CLEAR EVERY NODE WHOSE PREDECESSORS
006750*                     ARE ALL CLEAR UNTIL NOTHING MORE CLEARS,
006760*                     THEN WALK BACK FROM EACH NODE LEFT OVER.
006770*                     A WALK THAT COMES BACK ON ITSELF HAS
006780*                     FOUND A CYCLE, WHICH IS PRINTED IN FULL;
006790*                     A NODE OFF THE CYCLE IS REPORTED AS
006800*                     WAITING BEHIND IT.
006810*    ------------------------------------------------------------
006820 3600-CHECK-CYCLES.
006830     MOVE "CDDEPEND CYCLES AND RUN-IDS WAITING BEHIND THEM"
006840         TO SH-TITLE.
006850     PERFORM 8200-START-SECTION THRU 8200-EXIT.
006860     SET W-SOME-CLEARED TO TRUE.
006870     PERFORM 3610-CLEAR-PASS THRU 3610-EXIT
006880         UNTIL NOT W-SOME-CLEARED.
006890     PERFORM 3650-WALK-FROM-NODE THRU 3650-EXIT
006900         VARYING W-WALK-START FROM 1 BY 1
006910         UNTIL W-WALK-START > W-NOD-CNT.
006920     PERFORM 8250-END-SECTION THRU 8250-EXIT.
006930 3600-EXIT.
006940     EXIT.
006950
006960 3610-CLEAR-PASS.
006970     MOVE 'N' TO W-CLEARED-SW.
006980     PERFORM 3620-CLEAR-ONE-NODE THRU 3620-EXIT
006990         VARYING W-X1 FROM 1 BY 1
007000         UNTIL W-X1 > W-NOD-CNT.
007010 3610-EXIT.
007020     EXIT.
007030
007040 3620-CLEAR-ONE-NODE.
007050     IF W-NOD-CLEARED (W-X1) OR W-NOD-PREDS (W-X1) > ZERO
007060         GO TO 3620-EXIT
007070     END-IF.
007080     MOVE 'Y' TO W-NOD-CLEARED-SW (W-X1).
007090     SET W-SOME-CLEARED TO TRUE.
007100     PERFORM 3630-RELEASE-EDGE THRU 3630-EXIT
007110         VARYING W-X2 FROM 1 BY 1
007120         UNTIL W-X2 > W-DEP-CNT.
007130 3620-EXIT.
007140     EXIT.
007150
007160 3630-RELEASE-EDGE.
007170     IF W-DEP-PRED-X (W-X2) = W-X1
007180         MOVE W-DEP-RUN-X (W-X2) TO W-X3
007190         SUBTRACT 1 FROM W-NOD-PREDS (W-X3)
007200     END-IF.
007210 3630-EXIT.
007220     EXIT.
007230
007240 3650-WALK-FROM-NODE.
007250     IF W-NOD-CLEARED (W-WALK-START)
007260         OR W-NOD-REPORTED (W-WALK-START)
007270         GO TO 3650-EXIT
007280     END-IF.
007290     ADD 1 TO W-WALK-STAMP.
007300     MOVE W-WALK-START TO W-WALK-CUR.
007310     MOVE 'N' TO W-WALK-DONE-SW.
007320     PERFORM 3660-WALK-ONE-STEP THRU 3660-EXIT
007330         UNTIL W-WALK-DONE.
007340     IF NOT W-NOD-REPORTED (W-WALK-START)
007350         MOVE 'Y' TO W-NOD-REPORTED-SW (W-WALK-START)
007360         MOVE "CDDEPEND"                TO DL-MASTER
007370         MOVE W-NOD-ID (W-WALK-START)   TO DL-KEY
007380         MOVE SPACES                    TO DL-REF
007390         MOVE "WAITS BEHIND A DEPENDENCY CYCLE - NEVER RUNS"
007400             TO DL-TEXT
007410         PERFORM 8400-REPORT-ERROR THRU 8400-EXIT
007420     END-IF.
007430 3650-EXIT.
007440     EXIT.
007450
007460*    ------------------------------------------------------------
007470*    3660-WALK-ONE-STEP - STEP FROM THE CURRENT NODE TO ITS
007480*                     FIRST PREDECESSOR STILL UNCLEARED.  THERE
007490*                     IS ALWAYS ONE, OR THE NODE WOULD HAVE
007500*                     CLEARED.
007510*    ------------------------------------------------------------
007520 3660-WALK-ONE-STEP.
007530     IF W-NOD-REPORTED (W-WALK-CUR)
007540         SET W-WALK-DONE TO TRUE
007550         GO TO 3660-EXIT
007560     END-IF.
007570     IF W-NOD-VISIT (W-WALK-CUR) = W-WALK-STAMP
007580         PERFORM 3670-PRINT-CYCLE THRU 3670-EXIT
007590         SET W-WALK-DONE TO TRUE
007600         GO TO 3660-EXIT
007610     END-IF.
007620     MOVE W-WALK-STAMP TO W-NOD-VISIT (W-WALK-CUR).
007630     PERFORM 3680-NEXT-PREDECESSOR THRU 3680-EXIT.
007640     IF W-WALK-NEXT = ZERO
007650         SET W-WALK-DONE TO TRUE
007660     ELSE
007670         MOVE W-WALK-NEXT TO W-WALK-CUR
007680     END-IF.
007690 3660-EXIT.
007700     EXIT.
007710
007720 3680-NEXT-PREDECESSOR.
007730     MOVE ZERO TO W-WALK-NEXT.
007740     PERFORM 3690-TEST-EDGE THRU 3690-EXIT
007750         VARYING W-X2 FROM 1 BY 1
007760         UNTIL W-X2 > W-DEP-CNT OR W-WALK-NEXT NOT = ZERO.
007770 3680-EXIT.
007780     EXIT.
007790
007800 3690-TEST-EDGE.
007810     IF W-DEP-RUN-X (W-X2) = W-WALK-CUR
007820         MOVE W-DEP-PRED-X (W-X2) TO W-X3
007830         IF NOT W-NOD-CLEARED (W-X3)
007840             MOVE W-X3 TO W-WALK-NEXT
007850         END-IF
007860     END-IF.
007870 3690-EXIT.
007880     EXIT.
007890
007900*    ------------------------------------------------------------
007910*    3670-PRINT-CYCLE - THE WALK HAS RETURNED TO W-WALK-CUR.
007920*                     GO ROUND THE LOOP ONCE MORE, MARKING EACH
007930*                     MEMBER REPORTED AND BUILDING THE CHAIN AS
007940*                     "A <- B <- A" (A WAITS ON B, B ON A).
007950*    ------------------------------------------------------------
007960 3670-PRINT-CYCLE.
007970     ADD 1 TO W-CYCLE-CNT.
007980     MOVE W-WALK-CUR TO W-CYC-HEAD.
007990     MOVE 'Y' TO W-NOD-REPORTED-SW (W-CYC-HEAD).
008000     MOVE SPACES TO W-CYC-TEXT.
008010     MOVE 1 TO W-CYC-PTR.
008020     STRING "CYCLE: "                  DELIMITED BY SIZE
008030            W-NOD-ID (W-CYC-HEAD)      DELIMITED BY SPACE
008040         INTO W-CYC-TEXT WITH POINTER W-CYC-PTR
008050     END-STRING.
008060     MOVE 'N' TO W-FOUND-SW.
008070     PERFORM 3675-ADD-CYCLE-MEMBER THRU 3675-EXIT
008080         UNTIL W-FOUND.
008090     MOVE "CDDEPEND"            TO DL-MASTER.
008100     MOVE W-NOD-ID (W-CYC-HEAD) TO DL-KEY.
008110     MOVE SPACES                TO DL-REF.
008120     MOVE W-CYC-TEXT            TO DL-TEXT.
008130     PERFORM 8400-REPORT-ERROR THRU 8400-EXIT.
008140 3670-EXIT.
008150     EXIT.
008160
008170 3675-ADD-CYCLE-MEMBER.
008180     PERFORM 3680-NEXT-PREDECESSOR THRU 3680-EXIT.
008190     IF W-WALK-NEXT = ZERO
008200         SET W-FOUND TO TRUE
008210         GO TO 3675-EXIT
008220     END-IF.
008230     STRING " <- "                     DELIMITED BY SIZE
008240            W-NOD-ID (W-WALK-NEXT)     DELIMITED BY SPACE
008250         INTO W-CYC-TEXT WITH POINTER W-CYC-PTR
008260         ON OVERFLOW
008270             MOVE " ..." TO W-CYC-TEXT (46:4)
008280             SET W-FOUND TO TRUE
008290     END-STRING.
008300     IF W-WALK-NEXT = W-CYC-HEAD
008310         SET W-FOUND TO TRUE
008320     ELSE
008330         MOVE 'Y' TO W-NOD-REPORTED-SW (W-WALK-NEXT)
008340         MOVE W-WALK-NEXT TO W-WALK-CUR
008350     END-IF.
008360 3675-EXIT.
008370     EXIT.
008380
008390*    ------------------------------------------------------------
008400*    3700-CHECK-REGISTRY - CDRUNREG ROWS FOR RUN-IDS THAT ARE
008410*                     NOT SCHEDULED.  AD HOC RUNS REGISTER TOO,
008420*                     SO THIS IS HOUSEKEEPING, NOT AN ERROR.
008430*    ------------------------------------------------------------
008440 3700-CHECK-REGISTRY.
008450     MOVE "CDRUNREG ROWS FOR RUN-IDS NOT ON CDSCHED" TO SH-TITLE.
008460     PERFORM 8200-START-SECTION THRU 8200-EXIT.
008470     MOVE 'N' TO W-EOF-SW.
008480     OPEN INPUT RUN-REGISTRY.
008490     IF W-REG-FILE-STATUS = "00"
008500         PERFORM 3750-READ-REGISTRY THRU 3750-EXIT
008510         PERFORM 3710-CHECK-ONE-ROW THRU 3710-EXIT
008520             UNTIL W-EOF
008530         CLOSE RUN-REGISTRY
008540     END-IF.
008550     PERFORM 8250-END-SECTION THRU 8250-EXIT.
008560 3700-EXIT.
008570     EXIT.
008580
008590 3710-CHECK-ONE-ROW.
008600     MOVE REG-RUN-ID TO W-LOOKUP-ID.
008610     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
008620     IF NOT W-FOUND
008630         MOVE "CDRUNREG"   TO DL-MASTER
008640         MOVE REG-RUN-ID   TO DL-KEY
008650         MOVE REG-JOB-NAME TO DL-REF
008660         MOVE "REGISTRY ROW FOR AN UNSCHEDULED RUN-ID"
008670             TO DL-TEXT
008680         PERFORM 8450-REPORT-WARNING THRU 8450-EXIT
008690     END-IF.
008700     PERFORM 3750-READ-REGISTRY THRU 3750-EXIT.
008710 3710-EXIT.
008720     EXIT.
008730
008740 3750-READ-REGISTRY.
008750     READ RUN-REGISTRY NEXT RECORD
008760         AT END
008770             SET W-EOF TO TRUE
008780     END-READ.
008790 3750-EXIT.
008800     EXIT.
008810
008820*    ------------------------------------------------------------
008830*    3800-CHECK-STATISTICS - CDSTATS HISTORY KEPT FOR RUN-IDS
008840*                     THAT ARE NO LONGER (OR NEVER WERE)
008850*                     SCHEDULED
008860*    ------------------------------------------------------------
008870 3800-CHECK-STATISTICS.
008880     MOVE "CDSTATS HISTORY FOR RUN-IDS NOT ON CDSCHED"
008890         TO SH-TITLE.
008900     PERFORM 8200-START-SECTION THRU 8200-EXIT.
008910     MOVE 'N' TO W-EOF-SW.
008920     OPEN INPUT STATS-MASTER.
008930     IF W-STAT-FILE-STATUS = "00"
008940         PERFORM 3850-READ-STATISTICS THRU 3850-EXIT
008950         PERFORM 3810-CHECK-ONE-STATISTIC THRU 3810-EXIT
008960             UNTIL W-EOF
008970         CLOSE STATS-MASTER
008980     END-IF.
008990     PERFORM 8250-END-SECTION THRU 8250-EXIT.
009000 3800-EXIT.
009010     EXIT.
009020
009030 3810-CHECK-ONE-STATISTIC.
009040     MOVE STA-RUN-ID TO W-LOOKUP-ID.
009050     PERFORM 9100-FIND-SCHEDULED THRU 9100-EXIT.
009060     IF NOT W-FOUND
009070         MOVE "CDSTATS "   TO DL-MASTER
009080         MOVE STA-RUN-ID   TO DL-KEY
009090         MOVE SPACES       TO DL-REF
009100         MOVE "HISTORY FOR AN UNSCHEDULED RUN-ID" TO DL-TEXT
009110         PERFORM 8450-REPORT-WARNING THRU 8450-EXIT
009120     END-IF.
009130     PERFORM 3850-READ-STATISTICS THRU 3850-EXIT.
009140 3810-EXIT.
009150     EXIT.
009160
009170 3850-READ-STATISTICS.
009180     READ STATS-MASTER NEXT RECORD
009190         AT END
009200             SET W-EOF TO TRUE
009210     END-READ.
009220 3850-EXIT.
009230     EXIT.
009240
009250*    ------------------------------------------------------------
009260*    6000-PRINT-SUMMARY - TABLE OVERFLOWS, FINDING COUNTS AND
009270*                     THE FINAL VERDICT
009280*    ------------------------------------------------------------
009290 6000-PRINT-SUMMARY.
009300     MOVE SPACES TO PRINT-LINE.
009310     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009320     IF W-SCH-LOST > ZERO
009330         MOVE "CDSCHED " TO LL-TABLE
009340         MOVE W-SCH-LOST TO LL-LOST
009350         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
009360     END-IF.
009370     IF W-PRF-LOST > ZERO
009380         MOVE "CDPROF  " TO LL-TABLE
009390         MOVE W-PRF-LOST TO LL-LOST
009400         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
009410     END-IF.
009420     IF W-DEP-LOST > ZERO
009430         MOVE "CDDEPEND" TO LL-TABLE
009440         MOVE W-DEP-LOST TO LL-LOST
009450         PERFORM 6200-PRINT-LOST-LINE THRU 6200-EXIT
009460     END-IF.
009470     MOVE "SCHEDULED RUN-IDS:      " TO SL-LABEL.
009480     MOVE W-SCH-CNT TO SL-COUNT.
009490     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009500     MOVE "PROFILES:               " TO SL-LABEL.
009510     MOVE W-PRF-CNT TO SL-COUNT.
009520     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009530     MOVE "DEPENDENCY ENTRIES:     " TO SL-LABEL.
009540     MOVE W-DEP-CNT TO SL-COUNT.
009550     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009560     MOVE "DEPENDENCY CYCLES:      " TO SL-LABEL.
009570     MOVE W-CYCLE-CNT TO SL-COUNT.
009580     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009590     MOVE "ERRORS:                 " TO SL-LABEL.
009600     MOVE W-ERROR-CNT TO SL-COUNT.
009610     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009620     MOVE "WARNINGS:               " TO SL-LABEL.
009630     MOVE W-WARNING-CNT TO SL-COUNT.
009640     PERFORM 6100-PRINT-SUMMARY-LINE THRU 6100-EXIT.
009650 6000-EXIT.
009660     EXIT.
009670
009680 6100-PRINT-SUMMARY-LINE.
009690     MOVE W-SUMMARY-LINE TO PRINT-LINE.
009700     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009710 6100-EXIT.
009720     EXIT.
009730
009740 6200-PRINT-LOST-LINE.
009750     MOVE W-LOST-LINE TO PRINT-LINE.
009760     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
009770 6200-EXIT.
009780     EXIT.
009790
009800*    ------------------------------------------------------------
009810*    7000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE:
009820*                     08 FOR ANY BROKEN REFERENCE OR CYCLE, 04
009830*                     FOR HOUSEKEEPING FINDINGS ONLY
009840*    ------------------------------------------------------------
009850 7000-TERMINATE.
009860     CLOSE PRINT-FILE.
009870     IF W-ERROR-CNT > ZERO
009880         SET W-RC-BROKEN-REFS TO TRUE
009890     ELSE
009900         IF W-WARNING-CNT > ZERO
009910             SET W-RC-HOUSEKEEPING TO TRUE
009920         END-IF
009930     END-IF.
009940     MOVE W-RETURN-CODE TO RETURN-CODE.
009950 7000-EXIT.
009960     EXIT.
009970
009980*    ------------------------------------------------------------
009990*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
010000*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
010010*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
010020*                     LINE FORCES THE PAGE-1 HEADING OUT.
010030*    ------------------------------------------------------------
010040 8100-WRITE-REPORT-LINE.
010050     IF W-LINE-CNT >= W-PAGE-SIZE
010060         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
010070     END-IF.
010080     WRITE PRINT-LINE.
010090     ADD 1 TO W-LINE-CNT.
010100 8100-EXIT.
010110     EXIT.
010120
010130*    ------------------------------------------------------------
010140*    8200-START-SECTION - PRINT THE TITLE OF THE NEXT CHECK
010150*    ------------------------------------------------------------
010160 8200-START-SECTION.
010170     MOVE ZERO TO W-SECTION-FINDINGS.
010180     MOVE SPACES TO PRINT-LINE.
010190     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010200     MOVE W-SECTION-LINE TO PRINT-LINE.
010210     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010220 8200-EXIT.
010230     EXIT.
010240
010250 8250-END-SECTION.
010260     IF W-SECTION-FINDINGS = ZERO
010270         MOVE W-NONE-LINE TO PRINT-LINE
010280         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
010290     END-IF.
010300 8250-EXIT.
010310     EXIT.
010320
010330*    ------------------------------------------------------------
010340*    8300-PAGE-HEADING - START A NEW REPORT PAGE
010350*    ------------------------------------------------------------
010360 8300-PAGE-HEADING.
010370     MOVE PRINT-LINE TO W-SAVE-LINE.
010380     ADD 1 TO W-PAGE-NO.
010390     MOVE W-TODAY   TO H1-DATE.
010400     MOVE W-PAGE-NO TO H1-PAGE.
010410     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
010420     WRITE PRINT-LINE.
010430     MOVE SPACES TO PRINT-LINE.
010440     WRITE PRINT-LINE.
010450     MOVE W-SAVE-LINE TO PRINT-LINE.
010460     MOVE 2 TO W-LINE-CNT.
010470 8300-EXIT.
010480     EXIT.
010490
010500*    ------------------------------------------------------------
010510*    8400-REPORT-ERROR / 8450-REPORT-WARNING - PRINT ONE
010520*                     FINDING FROM THE DL- FIELDS AND COUNT IT
010530*    ------------------------------------------------------------
010540 8400-REPORT-ERROR.
010550     ADD 1 TO W-ERROR-CNT.
010560     MOVE "ERR" TO DL-SEV.
010570     PERFORM 8500-PRINT-FINDING THRU 8500-EXIT.
010580 8400-EXIT.
010590     EXIT.
010600
010610 8450-REPORT-WARNING.
010620     ADD 1 TO W-WARNING-CNT.
010630     MOVE "WRN" TO DL-SEV.
010640     PERFORM 8500-PRINT-FINDING THRU 8500-EXIT.
010650 8450-EXIT.
010660     EXIT.
010670
010680 8500-PRINT-FINDING.
010690     ADD 1 TO W-SECTION-FINDINGS.
010700     MOVE W-DETAIL-LINE TO PRINT-LINE.
010710     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
010720     MOVE SPACES TO W-DETAIL-LINE.
010730 8500-EXIT.
010740     EXIT.
010750
010760*    ------------------------------------------------------------
010770*    9100-FIND-SCHEDULED - LOOK W-LOOKUP-ID UP IN THE SCHEDULE
010780*                     TABLE; W-X2 POINTS AT THE ENTRY WHEN FOUND
010790*    ------------------------------------------------------------
010800 9100-FIND-SCHEDULED.
010810     MOVE 'N' TO W-FOUND-SW.
010820     PERFORM 9110-MATCH-SCHEDULED THRU 9110-EXIT
010830         VARYING W-X3 FROM 1 BY 1
010840         UNTIL W-X3 > W-SCH-CNT OR W-FOUND.
010850 9100-EXIT.
010860     EXIT.
010870
010880 9110-MATCH-SCHEDULED.
010890     IF W-SCH-RUN-ID (W-X3) = W-LOOKUP-ID
010900         SET W-FOUND TO TRUE
010910         MOVE W-X3 TO W-X2
010920     END-IF.
010930 9110-EXIT.
010940     EXIT.
010950
010960*    ------------------------------------------------------------
010970*    9200-FIND-NODE - LOCATE W-LOOKUP-ID IN THE DEPENDENCY
010980*                     GRAPH, ADDING IT WHEN NEW.  W-X3 COMES
010990*                     BACK ZERO WHEN THE NODE TABLE IS FULL.
011000*    ------------------------------------------------------------
011010 9200-FIND-NODE.
011020     MOVE 'N' TO W-FOUND-SW.
011030     MOVE ZERO TO W-X3.
011040     PERFORM 9210-MATCH-NODE THRU 9210-EXIT
011050         VARYING W-X2 FROM 1 BY 1
011060         UNTIL W-X2 > W-NOD-CNT OR W-FOUND.
011070     IF W-FOUND OR W-NOD-CNT >= W-NOD-MAX
011080         GO TO 9200-EXIT
011090     END-IF.
011100     ADD 1 TO W-NOD-CNT.
011110     MOVE W-NOD-CNT   TO W-X3.
011120     MOVE W-LOOKUP-ID TO W-NOD-ID (W-X3).
011130     MOVE ZERO        TO W-NOD-PREDS (W-X3).
011140     MOVE 'N'         TO W-NOD-CLEARED-SW (W-X3).
011150     MOVE 'N'         TO W-NOD-REPORTED-SW (W-X3).
011160     MOVE ZERO        TO W-NOD-VISIT (W-X3).
011170 9200-EXIT.
011180     EXIT.
011190
011200 9210-MATCH-NODE.
011210     IF W-NOD-ID (W-X2) = W-LOOKUP-ID
011220         SET W-FOUND TO TRUE
011230         MOVE W-X2 TO W-X3
011240     END-IF.
011250 9210-EXIT.
011260     EXIT.
