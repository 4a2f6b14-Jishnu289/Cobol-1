000010******************************************************************
000020* PROGRAM:   CDBACKUP                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   UNLOAD/RELOAD UTILITY FOR THE INDEXED MASTERS       *
000070*            CDRUNREG, CDCHKPT, CDPROF AND CDSTATS.  WHILE AND   *
000080*            THE MAINTENANCE UTILITIES UPDATE THESE IN PLACE,    *
000090*            AND CDSTATS IN PARTICULAR CANNOT BE REBUILT ONCE    *
000100*            CDARCHIV HAS PURGED THE DETAIL IT WAS ROLLED UP     *
000110*            FROM.  THE BKPPARM CARD NAMES THE FUNCTION, THE     *
000120*            MASTER AND, FOR A RELOAD, THE BACKUP DATE EXPECTED. *
000130*                                                                *
000140*            UNLOAD COPIES THE NAMED MASTER (OR ALL FOUR WHEN    *
000150*            THE MASTER IS LEFT BLANK) TO THE SEQUENTIAL         *
000160*            CDBACKUP DATASET IN CDBKPREC FORMAT - A HEADER      *
000170*            STAMPED WITH TODAY'S DATE AND TIME, ONE DETAIL PER  *
000180*            RECORD, AND A TRAILER WITH THE RECORD COUNT AND A   *
000190*            HASH TOTAL OF THE KEYS.  THE JOB STEP ALLOCATES     *
000200*            CDBACKUP AS A NEW DATED GENERATION EACH RUN.        *
000210*                                                                *
000220*            RELOAD READS THE CHOSEN CDBACKUP GENERATION TWICE.  *
000230*            THE FIRST PASS FINDS THE NAMED MASTER'S SECTION,    *
000240*            CHECKS THE HEADER DATE AGAINST THE CARD, RECOUNTS   *
000250*            THE DETAILS AND REHASHES THE KEYS, AND COMPARES     *
000260*            BOTH TO THE TRAILER.  ONLY WHEN EVERYTHING AGREES   *
000270*            DOES THE SECOND PASS REPLACE THE MASTER; OTHERWISE  *
000280*            THE LIVE MASTER IS NOT OPENED AT ALL.  EITHER WAY   *
000290*            THE DISPOSITION GOES TO CDRPT20.                    *
000300*                                                                *
000310*            RC 00 CLEAN, 04 A MASTER WAS MISSING ON UNLOAD OR A *
000320*            RECORD WAS REFUSED ON RELOAD, 08 A BAD CARD, A      *
000330*            BACKUP THAT FAILED VERIFICATION, A BACKUP THAT      *
000335*            COULD NOT BE OPENED OR WRITTEN ON UNLOAD, OR A      *
000336*            MASTER THAT COULD NOT BE OPENED OR WRITTEN ON       *
000338*            RELOAD.                                             *
000340******************************************************************
000350* MODIFICATION HISTORY                                           *
000360*   DATE        BY    DESCRIPTION                                *
000370*   ----------  ----  ------------------------------------       *
000380*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000385*   10/15/2026  JFM   RELOAD CHECKS OPEN AND WRITE FILE STATUS.  *
000387*   10/15/2026  JFM   UNLOAD CHECKS CDBACKUP OPEN/WRITE STATUS.  *
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CDBACKUP.
000420 AUTHOR. JFM.
000430 INSTALLATION. DATA CENTER OPERATIONS.
000440 DATE-WRITTEN. 10/15/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT BKP-PARM-FILE ASSIGN TO "BKPPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS W-PARM-FILE-STATUS.
000530
000540     SELECT BACKUP-FILE ASSIGN TO "CDBACKUP"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS W-BKP-FILE-STATUS.
000570
000580     SELECT RUN-REGISTRY ASSIGN TO "CDRUNREG"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS REG-RUN-ID
000620         FILE STATUS IS W-REG-FILE-STATUS.
000630
000640     SELECT CHECKPOINT-FILE ASSIGN TO "CDCHKPT"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS SEQUENTIAL
000670         RECORD KEY IS CHK-RUN-ID
000680         FILE STATUS IS W-CHKPT-FILE-STATUS.
000690
000700     SELECT PROFILE-FILE ASSIGN TO "CDPROF"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS PRF-NAME
000740         FILE STATUS IS W-PROF-FILE-STATUS.
000750
000760     SELECT STATS-MASTER ASSIGN TO "CDSTATS"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS SEQUENTIAL
000790         RECORD KEY IS STA-RUN-ID
000800         FILE STATUS IS W-STAT-FILE-STATUS.
000810
000820     SELECT PRINT-FILE ASSIGN TO "CDRPT20"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS W-PRINT-FILE-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  BKP-PARM-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910 01  BKP-PARM-RECORD.
000920     05  BKPP-FUNCTION           PIC X(06).
000930         88  BKPP-UNLOAD                    VALUE "UNLOAD".
000940         88  BKPP-RELOAD                    VALUE "RELOAD".
000950     05  FILLER                  PIC X(01).
000960     05  BKPP-MASTER             PIC X(08).
000970     05  FILLER                  PIC X(01).
000980     05  BKPP-DATE               PIC X(08).
000990     05  FILLER                  PIC X(56).
001000
001010 FD  BACKUP-FILE
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 120 CHARACTERS.
001040     COPY CDBKPREC.
001050
001060 FD  RUN-REGISTRY
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 60 CHARACTERS.
001090     COPY CDREGREC.
001100
001110 FD  CHECKPOINT-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 20 CHARACTERS.
001140     COPY CDCHKREC.
001150
001160 FD  PROFILE-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 40 CHARACTERS.
001190     COPY CDPRFREC.
001200
001210 FD  STATS-MASTER
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 100 CHARACTERS.
001240     COPY CDSTAREC.
001250
001260 FD  PRINT-FILE
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290 01  PRINT-LINE                  PIC X(80).
001300
001310 WORKING-STORAGE SECTION.
001320*    ------------------------------------------------------------
001330*    FILE STATUS FIELDS
001340*    ------------------------------------------------------------
001350 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001360 01  W-BKP-FILE-STATUS           PIC X(02) VALUE SPACES.
001370 01  W-REG-FILE-STATUS           PIC X(02) VALUE SPACES.
001380 01  W-CHKPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001390 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
001400 01  W-STAT-FILE-STATUS          PIC X(02) VALUE SPACES.
001410 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
001420 01  W-MST-FILE-STATUS           PIC X(02) VALUE SPACES.
001430
001440*    ------------------------------------------------------------
001450*    SWITCHES
001460*    ------------------------------------------------------------
001470 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
001480     88  W-EOF                              VALUE 'Y'.
001490 77  W-VALID-SW                  PIC X(01) VALUE 'Y'.
001500     88  W-INPUT-VALID                      VALUE 'Y'.
001510     88  W-INPUT-INVALID                    VALUE 'N'.
001520 77  W-KEY-OK-SW                 PIC X(01) VALUE 'Y'.
001530     88  W-KEY-OK                           VALUE 'Y'.
001540*    W-SECTION-SW TRACKS THE RELOAD SCAN OF CDBACKUP:
001550*    N = SECTION NOT YET FOUND, I = INSIDE THE SECTION,
001560*    T = ITS TRAILER HAS BEEN READ.
001570 77  W-SECTION-SW                PIC X(01) VALUE 'N'.
001580     88  W-SECTION-NOT-FOUND                VALUE 'N'.
001590     88  W-IN-SECTION                       VALUE 'I'.
001600     88  W-SECTION-DONE                     VALUE 'T'.
001610 77  W-VERIFY-SW                 PIC X(01) VALUE 'N'.
001620     88  W-BACKUP-VERIFIED                  VALUE 'Y'.
001630
001640*    ------------------------------------------------------------
001650*    MASTER NAME TABLE - UNLOAD ORDER WHEN NO MASTER IS NAMED
001660*    ------------------------------------------------------------
001670 01  W-MST-VALUES.
001680     05  FILLER                  PIC X(11) VALUE "CDRUNREG060".
001690     05  FILLER                  PIC X(11) VALUE "CDCHKPT 020".
001700     05  FILLER                  PIC X(11) VALUE "CDPROF  040".
001710     05  FILLER                  PIC X(11) VALUE "CDSTATS 100".
001720 01  W-MST-TABLE REDEFINES W-MST-VALUES.
001730     05  W-MST-ENTRY OCCURS 4 TIMES.
001740         10  W-MST-NAME          PIC X(08).
001750         10  W-MST-RECLEN        PIC 9(03).
001760 77  W-MST-CNT                   PIC S9(04) COMP VALUE +4.
001770 77  W-MX                        PIC S9(04) COMP VALUE ZERO.
001780 01  W-CUR-MASTER                PIC X(08) VALUE SPACES.
001790     88  W-CUR-REG                          VALUE "CDRUNREG".
001800     88  W-CUR-CHKPT                        VALUE "CDCHKPT ".
001810     88  W-CUR-PROF                         VALUE "CDPROF  ".
001820     88  W-CUR-STATS                        VALUE "CDSTATS ".
001830 01  W-SELECT-MASTER             PIC X(08) VALUE SPACES.
001840
001850*    ------------------------------------------------------------
001860*    RECORD IMAGE, CONTROL TOTALS AND KEY HASH WORK FIELDS.
001870*    EACH KEY CHARACTER IS DROPPED INTO THE LOW-ORDER BYTE OF
001880*    A HALFWORD TO GET ITS CODE VALUE, WEIGHTED BY ITS
001890*    POSITION SO THAT TRANSPOSED KEYS DO NOT HASH ALIKE.
001900*    ------------------------------------------------------------
001910 01  W-IMAGE                     PIC X(100) VALUE SPACES.
001920 01  W-KEY                       PIC X(08) VALUE SPACES.
001930 01  W-KEY-CHARS REDEFINES W-KEY.
001940     05  W-KEY-CHAR              PIC X(01) OCCURS 8 TIMES.
001950 01  W-HASH-HALF                 PIC 9(04) COMP VALUE ZERO.
001960 01  W-HASH-BYTES REDEFINES W-HASH-HALF.
001970     05  W-HASH-HIGH             PIC X(01).
001980     05  W-HASH-LOW              PIC X(01).
001990 77  W-KX                        PIC S9(04) COMP VALUE ZERO.
002000 77  W-REC-COUNT                 PIC 9(09) VALUE ZERO.
002010 77  W-HASH-TOTAL                PIC 9(15) VALUE ZERO.
002020 77  W-TRL-COUNT                 PIC 9(09) VALUE ZERO.
002030 77  W-TRL-HASH                  PIC 9(15) VALUE ZERO.
002040 77  W-LOADED                    PIC 9(09) VALUE ZERO.
002050 77  W-REFUSED                   PIC 9(09) VALUE ZERO.
002055 77  W-WRITE-FAILED              PIC 9(09) VALUE ZERO.
002060 77  W-BKP-DATE                  PIC 9(08) VALUE ZERO.
002070 01  W-BKP-TIME                  PIC 9(08) VALUE ZERO.
002080 01  W-BKP-TIME-SPLIT REDEFINES W-BKP-TIME.
002090     05  W-BKP-HHMMSS            PIC 9(06).
002100     05  FILLER                  PIC 9(02).
002110 01  W-FAIL-TEXT                 PIC X(50) VALUE SPACES.
002120
002130*    ------------------------------------------------------------
002140*    DATE AND TIME
002150*    ------------------------------------------------------------
002160 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002170 77  W-NOW                       PIC 9(08) VALUE ZERO.
002180
002190*    ------------------------------------------------------------
002200*    REPORT CONTROL FIELDS
002210*    ------------------------------------------------------------
002220 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
002230 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
002240 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
002250 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
002260
002270*    ------------------------------------------------------------
002280*    RETURN CODE
002290*    ------------------------------------------------------------
002300 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
002310     88  W-RC-NORMAL                        VALUE 00.
002320     88  W-RC-WARNING                       VALUE 04.
002330     88  W-RC-BAD-INPUT                     VALUE 08.
002340
002350*    ------------------------------------------------------------
002360*    REPORT LINE LAYOUTS
002370*    ------------------------------------------------------------
002380 01  W-HEAD-LINE-1.
002390     05  FILLER                  PIC X(33) VALUE
002400         "MASTER BACKUP DISPOSITION        ".
002410     05  FILLER                  PIC X(05) VALUE "DATE ".
002420     05  H1-DATE                 PIC 9999/99/99.
002430     05  FILLER                  PIC X(07) VALUE "  PAGE ".
002440     05  H1-PAGE                 PIC ZZZ9.
002450     05  FILLER                  PIC X(21) VALUE SPACES.
002460
002470 01  W-FUNC-LINE.
002480     05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
002490     05  FL-FUNCTION             PIC X(06).
002500     05  FILLER                  PIC X(64) VALUE SPACES.
002510
002520 01  W-COL-HEAD.
002530     05  FILLER                  PIC X(10) VALUE "MASTER    ".
002540     05  FILLER                  PIC X(10) VALUE "STEP      ".
002550     05  FILLER                  PIC X(11) VALUE "    RECORDS".
002560     05  FILLER                  PIC X(21) VALUE
002570         "      KEY HASH TOTAL ".
002580     05  FILLER                  PIC X(28) VALUE
002590         " DISPOSITION".
002600
002610 01  W-DISP-LINE.
002620     05  DL-MASTER               PIC X(08).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  DL-STEP                 PIC X(10).
002650     05  DL-COUNT                PIC ZZZ,ZZZ,ZZ9.
002660     05  FILLER                  PIC X(02) VALUE SPACES.
002670     05  DL-HASH                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002680     05  FILLER                  PIC X(02) VALUE SPACES.
002690     05  DL-TEXT                 PIC X(26).
002700
002710 01  W-STAMP-LINE.
002720     05  FILLER                  PIC X(10) VALUE SPACES.
002730     05  SL-LABEL                PIC X(20).
002740     05  SL-DATE                 PIC 9999/99/99.
002750     05  FILLER                  PIC X(02) VALUE SPACES.
002760     05  SL-TIME                 PIC 99B99B99.
002770     05  FILLER                  PIC X(30) VALUE SPACES.
002780
002790 01  W-REFUSE-LINE.
002800     05  FILLER                  PIC X(10) VALUE SPACES.
002810     05  FILLER                  PIC X(20) VALUE
002820         "RECORD REFUSED: KEY ".
002830     05  RL-KEY                  PIC X(08).
002840     05  FILLER                  PIC X(02) VALUE SPACES.
002850     05  RL-TEXT                 PIC X(40).
002860
002870 PROCEDURE DIVISION.
002880*    ------------------------------------------------------------
002890*    0000-MAINLINE - PROGRAM ENTRY POINT
002900*    ------------------------------------------------------------
002910 0000-MAINLINE.
002920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002930     IF W-INPUT-INVALID
002940         PERFORM 8000-REJECT-BAD-PARM THRU 8000-EXIT
002950     ELSE
002960         IF BKPP-UNLOAD
002970             PERFORM 2000-UNLOAD THRU 2000-EXIT
002980         ELSE
002990             PERFORM 4000-RELOAD THRU 4000-EXIT
003000         END-IF
003010     END-IF.
003020     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003030     GOBACK.
003040
003050*    ------------------------------------------------------------
003060*    1000-INITIALIZE - READ AND EDIT THE BKPPARM CARD.  THE
003070*                     FUNCTION IS REQUIRED.  A NAMED MASTER MUST
003080*                     BE ONE OF THE FOUR; RELOAD MUST NAME ONE.
003090*                     A BACKUP DATE, WHEN GIVEN, MUST BE NUMERIC.
003100*    ------------------------------------------------------------
003110 1000-INITIALIZE.
003120     ACCEPT W-TODAY FROM DATE YYYYMMDD.
003130     ACCEPT W-NOW FROM TIME.
003140     OPEN OUTPUT PRINT-FILE.
003150     OPEN INPUT BKP-PARM-FILE.
003160     IF W-PARM-FILE-STATUS NOT = "00"
003170         SET W-INPUT-INVALID TO TRUE
003180         GO TO 1000-EXIT
003190     END-IF.
003200     READ BKP-PARM-FILE
003210         AT END
003220             SET W-INPUT-INVALID TO TRUE
003230         NOT AT END
003240             PERFORM 1100-EDIT-PARM THRU 1100-EXIT
003250     END-READ.
003260     CLOSE BKP-PARM-FILE.
003270 1000-EXIT.
003280     EXIT.
003290
003300 1100-EDIT-PARM.
003310     IF NOT BKPP-UNLOAD AND NOT BKPP-RELOAD
003320         SET W-INPUT-INVALID TO TRUE
003330         GO TO 1100-EXIT
003340     END-IF.
003350     MOVE BKPP-MASTER TO W-SELECT-MASTER.
003360     IF W-SELECT-MASTER = SPACES
003370         IF BKPP-RELOAD
003380             SET W-INPUT-INVALID TO TRUE
003390         END-IF
003400         GO TO 1100-EXIT
003410     END-IF.
003420     MOVE 'N' TO W-KEY-OK-SW.
003430     PERFORM 1150-MATCH-MASTER-NAME THRU 1150-EXIT
003440         VARYING W-MX FROM 1 BY 1
003450         UNTIL W-MX > W-MST-CNT.
003460     IF NOT W-KEY-OK
003470         SET W-INPUT-INVALID TO TRUE
003480         GO TO 1100-EXIT
003490     END-IF.
003500     IF BKPP-DATE NOT = SPACES AND BKPP-DATE IS NOT NUMERIC
003510         SET W-INPUT-INVALID TO TRUE
003520     END-IF.
003530 1100-EXIT.
003540     EXIT.
003550
003560 1150-MATCH-MASTER-NAME.
003570     IF W-MST-NAME (W-MX) = W-SELECT-MASTER
003580         SET W-KEY-OK TO TRUE
003590     END-IF.
003600 1150-EXIT.
003610     EXIT.
003620
003630*    ------------------------------------------------------------
003640*    2000-UNLOAD - WRITE EACH SELECTED MASTER AS ONE SECTION
003650*                     OF A NEW CDBACKUP GENERATION
003660*    ------------------------------------------------------------
003670 2000-UNLOAD.
003680     OPEN OUTPUT BACKUP-FILE.
003690     PERFORM 8600-PRINT-COL-HEAD THRU 8600-EXIT.
003691     IF W-BKP-FILE-STATUS NOT = "00"
003692         MOVE "CDBACKUP" TO W-CUR-MASTER
003693         MOVE "FAILED    " TO DL-STEP
003694         MOVE ZERO TO DL-COUNT
003695         MOVE ZERO TO DL-HASH
003696         MOVE "BACKUP NOT WRITTEN" TO DL-TEXT
003697         PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT
003698         MOVE SPACES TO W-FAIL-TEXT
003699         STRING "OPEN OUTPUT OF CDBACKUP FAILED - FILE STATUS "
003700             W-BKP-FILE-STATUS DELIMITED BY SIZE
003701             INTO W-FAIL-TEXT
003702         MOVE SPACES TO PRINT-LINE
003703         MOVE W-FAIL-TEXT TO PRINT-LINE (11:50)
003704         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
003705         SET W-RC-BAD-INPUT TO TRUE
003706         GO TO 2000-EXIT
003707     END-IF.
003708     PERFORM 2100-UNLOAD-ONE-MASTER THRU 2100-EXIT
003710         VARYING W-MX FROM 1 BY 1
003720         UNTIL W-MX > W-MST-CNT.
003730     CLOSE BACKUP-FILE.
003740 2000-EXIT.
003750     EXIT.
003760
003770 2100-UNLOAD-ONE-MASTER.
003780     IF W-SELECT-MASTER NOT = SPACES
003790         AND W-SELECT-MASTER NOT = W-MST-NAME (W-MX)
003800         GO TO 2100-EXIT
003810     END-IF.
003820     MOVE W-MST-NAME (W-MX) TO W-CUR-MASTER.
003830     MOVE ZERO TO W-REC-COUNT.
003840     MOVE ZERO TO W-HASH-TOTAL.
003845     MOVE ZERO TO W-WRITE-FAILED.
003850     PERFORM 5000-OPEN-MASTER-INPUT THRU 5000-EXIT.
003860     IF W-MST-FILE-STATUS NOT = "00"
003870         MOVE ZERO TO DL-COUNT
003880         MOVE ZERO TO DL-HASH
003890         MOVE "NOT PRESENT - NOT UNLOADED" TO DL-TEXT
003900         MOVE "UNLOAD    " TO DL-STEP
003910         PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT
003920         IF NOT W-RC-BAD-INPUT
003930             SET W-RC-WARNING TO TRUE
003940         END-IF
003950         GO TO 2100-EXIT
003960     END-IF.
003970     MOVE SPACES TO BKP-RECORD.
003980     SET BKP-HEADER TO TRUE.
003990     MOVE W-CUR-MASTER       TO BKP-MASTER.
004000     MOVE W-TODAY            TO BKP-HDR-DATE.
004010     MOVE W-NOW              TO BKP-HDR-TIME.
004020     MOVE W-MST-RECLEN (W-MX) TO BKP-HDR-RECLEN.
004030     MOVE "CDBACKUP"         TO BKP-HDR-PROGRAM.
004040     WRITE BKP-RECORD.
004042     IF W-BKP-FILE-STATUS NOT = "00"
004044         PERFORM 5200-CLOSE-MASTER THRU 5200-EXIT
004046         GO TO 2100-FAILED
004048     END-IF.
004050     MOVE 'N' TO W-EOF-SW.
004060     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
004070     PERFORM 2200-UNLOAD-ONE-RECORD THRU 2200-EXIT
004080         UNTIL W-EOF.
004090     PERFORM 5200-CLOSE-MASTER THRU 5200-EXIT.
004092     IF W-WRITE-FAILED > ZERO
004095         GO TO 2100-FAILED
004097     END-IF.
004100     MOVE SPACES TO BKP-RECORD.
004110     SET BKP-TRAILER TO TRUE.
004120     MOVE W-CUR-MASTER TO BKP-MASTER.
004130     MOVE W-REC-COUNT  TO BKP-TRL-COUNT.
004140     MOVE W-HASH-TOTAL TO BKP-TRL-HASH.
004150     WRITE BKP-RECORD.
004152     IF W-BKP-FILE-STATUS NOT = "00"
004155         GO TO 2100-FAILED
004157     END-IF.
004160     MOVE "UNLOADED  " TO DL-STEP.
004170     MOVE W-REC-COUNT  TO DL-COUNT.
004180     MOVE W-HASH-TOTAL TO DL-HASH.
004190     MOVE "BACKUP WRITTEN" TO DL-TEXT.
004200     PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT.
004201     GO TO 2100-EXIT.
004202*    A WRITE TO CDBACKUP FAILED.  NO TRAILER IS WRITTEN FOR THE
004203*    SECTION, SO A RELOAD FROM THIS GENERATION WILL REFUSE IT.
004204 2100-FAILED.
004205     MOVE "FAILED    " TO DL-STEP.
004206     MOVE W-REC-COUNT  TO DL-COUNT.
004207     MOVE W-HASH-TOTAL TO DL-HASH.
004208     MOVE SPACES TO DL-TEXT.
004209     STRING "UNLOAD FAILED - STATUS " W-BKP-FILE-STATUS
004210         DELIMITED BY SIZE INTO DL-TEXT.
004211     PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT.
004212     SET W-RC-BAD-INPUT TO TRUE.
004216 2100-EXIT.
004220     EXIT.
004230
004240 2200-UNLOAD-ONE-RECORD.
004250     MOVE SPACES TO BKP-RECORD.
004260     SET BKP-DETAIL TO TRUE.
004270     MOVE W-CUR-MASTER TO BKP-MASTER.
004280     MOVE W-IMAGE TO BKP-IMAGE.
004290     WRITE BKP-RECORD.
004291     IF W-BKP-FILE-STATUS NOT = "00"
004293         ADD 1 TO W-WRITE-FAILED
004295         SET W-EOF TO TRUE
004296         GO TO 2200-EXIT
004298     END-IF.
004300     MOVE BKP-KEY TO W-KEY.
004310     PERFORM 9000-HASH-KEY THRU 9000-EXIT.
004320     ADD 1 TO W-REC-COUNT.
004330     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
004340 2200-EXIT.
004350     EXIT.
004360
004370*    ------------------------------------------------------------
004380*    4000-RELOAD - VERIFY THE BACKUP SECTION FIRST; REPLACE THE
004390*                     MASTER ONLY WHEN IT MATCHES ITS TRAILER
004400*    ------------------------------------------------------------
004410 4000-RELOAD.
004420     MOVE W-SELECT-MASTER TO W-CUR-MASTER.
004430     PERFORM 8600-PRINT-COL-HEAD THRU 8600-EXIT.
004440     PERFORM 4100-VERIFY-BACKUP THRU 4100-EXIT.
004450     IF W-BKP-DATE NOT = ZERO
004460         MOVE "BACKUP TAKEN:       " TO SL-LABEL
004470         MOVE W-BKP-DATE TO SL-DATE
004480         MOVE W-BKP-HHMMSS TO SL-TIME
004490         MOVE W-STAMP-LINE TO PRINT-LINE
004500         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004510     END-IF.
004520     IF NOT W-BACKUP-VERIFIED
004530         MOVE "REFUSED   " TO DL-STEP
004540         MOVE ZERO TO DL-COUNT
004550         MOVE ZERO TO DL-HASH
004560         MOVE "MASTER LEFT UNCHANGED" TO DL-TEXT
004570         PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT
004580         MOVE SPACES TO PRINT-LINE
004590         MOVE W-FAIL-TEXT TO PRINT-LINE (11:50)
004600         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
004610         SET W-RC-BAD-INPUT TO TRUE
004620         GO TO 4000-EXIT
004630     END-IF.
004640     PERFORM 4500-REPLACE-MASTER THRU 4500-EXIT.
004650 4000-EXIT.
004660     EXIT.
004670
004680*    ------------------------------------------------------------
004690*    4100-VERIFY-BACKUP - FIRST PASS.  FIND THE FIRST SECTION
004700*                     FOR THE MASTER, RECOUNT AND REHASH ITS
004710*                     DETAILS, AND CHECK THEM AGAINST ITS
004720*                     TRAILER.  W-FAIL-TEXT SAYS WHY ON FAILURE.
004730*    ------------------------------------------------------------
004740 4100-VERIFY-BACKUP.
004750     MOVE 'N' TO W-VERIFY-SW.
004760     MOVE 'N' TO W-SECTION-SW.
004770     MOVE ZERO TO W-REC-COUNT.
004780     MOVE ZERO TO W-HASH-TOTAL.
004790     OPEN INPUT BACKUP-FILE.
004800     IF W-BKP-FILE-STATUS NOT = "00"
004810         MOVE "CDBACKUP COULD NOT BE OPENED" TO W-FAIL-TEXT
004820         GO TO 4100-EXIT
004830     END-IF.
004840     MOVE 'N' TO W-EOF-SW.
004850     PERFORM 4200-READ-BACKUP THRU 4200-EXIT.
004860     PERFORM 4150-VERIFY-ONE-RECORD THRU 4150-EXIT
004870         UNTIL W-EOF OR W-SECTION-DONE.
004880     CLOSE BACKUP-FILE.
004890     IF W-SECTION-NOT-FOUND
004900         MOVE "MASTER NOT ON THIS BACKUP" TO W-FAIL-TEXT
004910         GO TO 4100-EXIT
004920     END-IF.
004930     IF BKPP-DATE NOT = SPACES AND BKPP-DATE NOT = W-BKP-DATE
004940         MOVE "BACKUP DATE DOES NOT MATCH THE CARD"
004950             TO W-FAIL-TEXT
004960         GO TO 4100-EXIT
004970     END-IF.
004980     IF W-IN-SECTION
004990         MOVE "SECTION HAS NO TRAILER - TRUNCATED"
005000             TO W-FAIL-TEXT
005010         GO TO 4100-EXIT
005020     END-IF.
005030     MOVE "TRAILER   " TO DL-STEP.
005040     MOVE W-TRL-COUNT  TO DL-COUNT.
005050     MOVE W-TRL-HASH   TO DL-HASH.
005060     MOVE SPACES TO DL-TEXT.
005070     PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT.
005080     MOVE "RECOUNTED " TO DL-STEP.
005090     MOVE W-REC-COUNT  TO DL-COUNT.
005100     MOVE W-HASH-TOTAL TO DL-HASH.
005110     IF W-REC-COUNT NOT = W-TRL-COUNT
005120         MOVE "COUNT DISAGREES" TO DL-TEXT
005130         MOVE "RECORD COUNT DOES NOT MATCH THE TRAILER"
005140             TO W-FAIL-TEXT
005150     ELSE
005160         IF W-HASH-TOTAL NOT = W-TRL-HASH
005170             MOVE "HASH TOTAL DISAGREES" TO DL-TEXT
005180             MOVE "KEY HASH TOTAL DOES NOT MATCH THE TRAILER"
005190                 TO W-FAIL-TEXT
005200         ELSE
005210             IF NOT W-KEY-OK
005220                 MOVE "BLANK KEY ON BACKUP" TO DL-TEXT
005230                 MOVE "A DETAIL RECORD CARRIES A BLANK KEY"
005240                     TO W-FAIL-TEXT
005250             ELSE
005260                 MOVE "AGREES WITH TRAILER" TO DL-TEXT
005270                 SET W-BACKUP-VERIFIED TO TRUE
005280             END-IF
005290         END-IF
005300     END-IF.
005310     PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT.
005320 4100-EXIT.
005330     EXIT.
005340
005350 4150-VERIFY-ONE-RECORD.
005360     IF W-SECTION-NOT-FOUND
005370         IF BKP-HEADER AND BKP-MASTER = W-CUR-MASTER
005380             SET W-IN-SECTION TO TRUE
005390             MOVE 'Y' TO W-KEY-OK-SW
005400             MOVE BKP-HDR-DATE TO W-BKP-DATE
005410             MOVE BKP-HDR-TIME TO W-BKP-TIME
005420         END-IF
005430         GO TO 4150-READ
005440     END-IF.
005450     EVALUATE TRUE
005460         WHEN BKP-DETAIL AND BKP-MASTER = W-CUR-MASTER
005470             MOVE BKP-KEY TO W-KEY
005480             IF W-KEY = SPACES
005490                 MOVE 'N' TO W-KEY-OK-SW
005500             END-IF
005510             PERFORM 9000-HASH-KEY THRU 9000-EXIT
005520             ADD 1 TO W-REC-COUNT
005530         WHEN BKP-TRAILER AND BKP-MASTER = W-CUR-MASTER
005540             MOVE BKP-TRL-COUNT TO W-TRL-COUNT
005550             MOVE BKP-TRL-HASH  TO W-TRL-HASH
005560             SET W-SECTION-DONE TO TRUE
005570         WHEN OTHER
005580*            ANOTHER MASTER'S RECORD BEFORE OUR TRAILER MEANS
005590*            THE SECTION WAS CUT SHORT - STOP THE SCAN HERE
005600             SET W-EOF TO TRUE
005610     END-EVALUATE.
005620 4150-READ.
005630     IF NOT W-EOF AND NOT W-SECTION-DONE
005640         PERFORM 4200-READ-BACKUP THRU 4200-EXIT
005650     END-IF.
005660 4150-EXIT.
005670     EXIT.
005680
005690 4200-READ-BACKUP.
005700     READ BACKUP-FILE
005710         AT END
005720             SET W-EOF TO TRUE
005730     END-READ.
005740 4200-EXIT.
005750     EXIT.
005760
005770*    ------------------------------------------------------------
005780*    4500-REPLACE-MASTER - SECOND PASS.  THE MASTER IS OPENED
005790*                     OUTPUT, WHICH EMPTIES IT, AND EVERY DETAIL
005800*                     OF THE VERIFIED SECTION IS WRITTEN BACK.  A
005810*                     RECORD THE FILE REFUSES (DUPLICATE OR OUT
005820*                     OF KEY SEQUENCE) IS LISTED AND SKIPPED.
005830*    ------------------------------------------------------------
005840 4500-REPLACE-MASTER.
005850     MOVE ZERO TO W-LOADED.
005860     MOVE ZERO TO W-REFUSED.
005865     MOVE ZERO TO W-WRITE-FAILED.
005870     MOVE ZERO TO W-HASH-TOTAL.
005880     MOVE 'N' TO W-SECTION-SW.
005890     OPEN INPUT BACKUP-FILE.
005891     PERFORM 5300-OPEN-MASTER-OUTPUT THRU 5300-EXIT.
005892     IF W-MST-FILE-STATUS NOT = "00"
005893         CLOSE BACKUP-FILE
005894         MOVE "FAILED    " TO DL-STEP
005895         MOVE ZERO TO DL-COUNT
005896         MOVE ZERO TO DL-HASH
005897         MOVE "NOT REPLACED - OPEN STATUS" TO DL-TEXT
005898         PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT
005899         MOVE SPACES TO W-FAIL-TEXT
005900         STRING "OPEN OUTPUT OF THE MASTER FAILED - FILE STATUS "
005901             W-MST-FILE-STATUS DELIMITED BY SIZE
005902             INTO W-FAIL-TEXT
005903         MOVE SPACES TO PRINT-LINE
005904         MOVE W-FAIL-TEXT TO PRINT-LINE (11:50)
005905         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
005906         SET W-RC-BAD-INPUT TO TRUE
005907         GO TO 4500-EXIT
005908     END-IF.
005910     MOVE 'N' TO W-EOF-SW.
005920     PERFORM 4200-READ-BACKUP THRU 4200-EXIT.
005930     PERFORM 4550-LOAD-ONE-RECORD THRU 4550-EXIT
005940         UNTIL W-EOF OR W-SECTION-DONE.
005950     PERFORM 5200-CLOSE-MASTER THRU 5200-EXIT.
005960     CLOSE BACKUP-FILE.
005970     MOVE "RELOADED  " TO DL-STEP.
005980     MOVE W-LOADED     TO DL-COUNT.
005990     MOVE W-HASH-TOTAL TO DL-HASH.
006000     EVALUATE TRUE
006002         WHEN W-WRITE-FAILED > ZERO
006004             MOVE "REPLACE FAILED - SEE LIST" TO DL-TEXT
006006             SET W-RC-BAD-INPUT TO TRUE
006008         WHEN W-REFUSED = ZERO
006010             MOVE "MASTER REPLACED" TO DL-TEXT
006020         WHEN OTHER
006030             MOVE "REPLACED - SEE REFUSALS" TO DL-TEXT
006040             IF NOT W-RC-BAD-INPUT
006050                 SET W-RC-WARNING TO TRUE
006060             END-IF
006070     END-EVALUATE.
006080     PERFORM 8500-PRINT-DISP-LINE THRU 8500-EXIT.
006090 4500-EXIT.
006100     EXIT.
006110
006120 4550-LOAD-ONE-RECORD.
006130     IF W-SECTION-NOT-FOUND
006140         IF BKP-HEADER AND BKP-MASTER = W-CUR-MASTER
006150             SET W-IN-SECTION TO TRUE
006160         END-IF
006170         GO TO 4550-READ
006180     END-IF.
006190     IF BKP-TRAILER
006200         SET W-SECTION-DONE TO TRUE
006210         GO TO 4550-EXIT
006220     END-IF.
006230     MOVE BKP-IMAGE TO W-IMAGE.
006240     MOVE 'Y' TO W-KEY-OK-SW.
006250     PERFORM 5400-WRITE-MASTER THRU 5400-EXIT.
006260     IF W-KEY-OK
006270         ADD 1 TO W-LOADED
006280         MOVE BKP-KEY TO W-KEY
006290         PERFORM 9000-HASH-KEY THRU 9000-EXIT
006300     ELSE
006310         ADD 1 TO W-REFUSED
006320         MOVE BKP-KEY TO RL-KEY
006325         IF W-MST-FILE-STATUS (1:1) = "2"
006330             MOVE "DUPLICATE OR OUT OF SEQUENCE - SKIPPED"
006340                 TO RL-TEXT
006341         ELSE
006342             ADD 1 TO W-WRITE-FAILED
006343             MOVE SPACES TO RL-TEXT
006345             STRING "WRITE FAILED - FILE STATUS "
006346                 W-MST-FILE-STATUS DELIMITED BY SIZE
006347                 INTO RL-TEXT
006348         END-IF
006350         MOVE W-REFUSE-LINE TO PRINT-LINE
006360         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
006370     END-IF.
006380 4550-READ.
006390     PERFORM 4200-READ-BACKUP THRU 4200-EXIT.
006400 4550-EXIT.
006410     EXIT.
006420
006430*    ------------------------------------------------------------
006440*    5000-5400 - MASTER FILE ACCESS BY NAME.  W-CUR-MASTER
006450*                     SELECTS THE FILE; THE STATUS IS RETURNED
006460*                     IN W-MST-FILE-STATUS AND THE RECORD IN
006470*                     W-IMAGE.
006480*    ------------------------------------------------------------
006490 5000-OPEN-MASTER-INPUT.
006500     EVALUATE TRUE
006510         WHEN W-CUR-REG
006520             OPEN INPUT RUN-REGISTRY
006530             MOVE W-REG-FILE-STATUS TO W-MST-FILE-STATUS
006540         WHEN W-CUR-CHKPT
006550             OPEN INPUT CHECKPOINT-FILE
006560             MOVE W-CHKPT-FILE-STATUS TO W-MST-FILE-STATUS
006570         WHEN W-CUR-PROF
006580             OPEN INPUT PROFILE-FILE
006590             MOVE W-PROF-FILE-STATUS TO W-MST-FILE-STATUS
006600         WHEN W-CUR-STATS
006610             OPEN INPUT STATS-MASTER
006620             MOVE W-STAT-FILE-STATUS TO W-MST-FILE-STATUS
006630     END-EVALUATE.
006640 5000-EXIT.
006650     EXIT.
006660
006670 5100-READ-MASTER.
006680     MOVE SPACES TO W-IMAGE.
006690     EVALUATE TRUE
006700         WHEN W-CUR-REG
006710             READ RUN-REGISTRY NEXT RECORD
006720                 AT END
006730                     SET W-EOF TO TRUE
006740                 NOT AT END
006750                     MOVE REG-RECORD TO W-IMAGE
006760             END-READ
006770         WHEN W-CUR-CHKPT
006780             READ CHECKPOINT-FILE NEXT RECORD
006790                 AT END
006800                     SET W-EOF TO TRUE
006810                 NOT AT END
006820                     MOVE CHK-RECORD TO W-IMAGE
006830             END-READ
006840         WHEN W-CUR-PROF
006850             READ PROFILE-FILE NEXT RECORD
006860                 AT END
006870                     SET W-EOF TO TRUE
006880                 NOT AT END
006890                     MOVE PRF-RECORD TO W-IMAGE
006900             END-READ
006910         WHEN W-CUR-STATS
006920             READ STATS-MASTER NEXT RECORD
006930                 AT END
006940                     SET W-EOF TO TRUE
006950                 NOT AT END
006960                     MOVE STA-RECORD TO W-IMAGE
006970             END-READ
006980     END-EVALUATE.
006990 5100-EXIT.
007000     EXIT.
007010
007020 5200-CLOSE-MASTER.
007030     EVALUATE TRUE
007040         WHEN W-CUR-REG
007050             CLOSE RUN-REGISTRY
007060         WHEN W-CUR-CHKPT
007070             CLOSE CHECKPOINT-FILE
007080         WHEN W-CUR-PROF
007090             CLOSE PROFILE-FILE
007100         WHEN W-CUR-STATS
007110             CLOSE STATS-MASTER
007120     END-EVALUATE.
007130 5200-EXIT.
007140     EXIT.
007150
007160 5300-OPEN-MASTER-OUTPUT.
007170     EVALUATE TRUE
007180         WHEN W-CUR-REG
007190             OPEN OUTPUT RUN-REGISTRY
007195             MOVE W-REG-FILE-STATUS TO W-MST-FILE-STATUS
007200         WHEN W-CUR-CHKPT
007210             OPEN OUTPUT CHECKPOINT-FILE
007215             MOVE W-CHKPT-FILE-STATUS TO W-MST-FILE-STATUS
007220         WHEN W-CUR-PROF
007230             OPEN OUTPUT PROFILE-FILE
007235             MOVE W-PROF-FILE-STATUS TO W-MST-FILE-STATUS
007240         WHEN W-CUR-STATS
007250             OPEN OUTPUT STATS-MASTER
007255             MOVE W-STAT-FILE-STATUS TO W-MST-FILE-STATUS
007260     END-EVALUATE.
007270 5300-EXIT.
007280     EXIT.
007290
007300 5400-WRITE-MASTER.
007310     EVALUATE TRUE
007320         WHEN W-CUR-REG
007330             MOVE W-IMAGE TO REG-RECORD
007340             WRITE REG-RECORD
007350                 INVALID KEY
007360                     MOVE 'N' TO W-KEY-OK-SW
007370             END-WRITE
007375             MOVE W-REG-FILE-STATUS TO W-MST-FILE-STATUS
007380         WHEN W-CUR-CHKPT
007390             MOVE W-IMAGE TO CHK-RECORD
007400             WRITE CHK-RECORD
007410                 INVALID KEY
007420                     MOVE 'N' TO W-KEY-OK-SW
007430             END-WRITE
007435             MOVE W-CHKPT-FILE-STATUS TO W-MST-FILE-STATUS
007440         WHEN W-CUR-PROF
007450             MOVE W-IMAGE TO PRF-RECORD
007460             WRITE PRF-RECORD
007470                 INVALID KEY
007480                     MOVE 'N' TO W-KEY-OK-SW
007490             END-WRITE
007495             MOVE W-PROF-FILE-STATUS TO W-MST-FILE-STATUS
007500         WHEN W-CUR-STATS
007510             MOVE W-IMAGE TO STA-RECORD
007520             WRITE STA-RECORD
007530                 INVALID KEY
007540                     MOVE 'N' TO W-KEY-OK-SW
007550             END-WRITE
007555             MOVE W-STAT-FILE-STATUS TO W-MST-FILE-STATUS
007560     END-EVALUATE.
007562     IF W-MST-FILE-STATUS NOT = "00"
007564         AND W-MST-FILE-STATUS NOT = "02"
007566         MOVE 'N' TO W-KEY-OK-SW
007568     END-IF.
007570 5400-EXIT.
007580     EXIT.
007590
007600*    ------------------------------------------------------------
007610*    7000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE
007620*    ------------------------------------------------------------
007630 7000-TERMINATE.
007640     CLOSE PRINT-FILE.
007650     MOVE W-RETURN-CODE TO RETURN-CODE.
007660 7000-EXIT.
007670     EXIT.
007680
007690*    ------------------------------------------------------------
007700*    8000-REJECT-BAD-PARM - NOTHING IS UNLOADED OR RELOADED
007710*    ------------------------------------------------------------
007720 8000-REJECT-BAD-PARM.
007730     DISPLAY "CDBKP008E INVALID BKPPARM CARD - FUNCTION MUST BE".
007740     DISPLAY "CDBKP008E UNLOAD OR RELOAD, MASTER CDRUNREG,".
007750     DISPLAY "CDBKP008E CDCHKPT, CDPROF OR CDSTATS (REQUIRED FOR".
007760     DISPLAY "CDBKP008E RELOAD), BACKUP DATE BLANK OR YYYYMMDD.".
007770     SET W-RC-BAD-INPUT TO TRUE.
007780     MOVE "BACKUP PARAMETER INVALID - NO MASTER TOUCHED"
007790         TO PRINT-LINE.
007800     WRITE PRINT-LINE.
007810 8000-EXIT.
007820     EXIT.
007830
007840*    ------------------------------------------------------------
007850*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
007860*                     PAGE HEADING EVERY W-PAGE-SIZE LINES
007870*    ------------------------------------------------------------
007880 8100-WRITE-REPORT-LINE.
007890     IF W-LINE-CNT >= W-PAGE-SIZE
007900         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
007910     END-IF.
007920     WRITE PRINT-LINE.
007930     ADD 1 TO W-LINE-CNT.
007940 8100-EXIT.
007950     EXIT.
007960
007970*    ------------------------------------------------------------
007980*    8300-PAGE-HEADING - START A NEW REPORT PAGE
007990*    ------------------------------------------------------------
008000 8300-PAGE-HEADING.
008010     MOVE PRINT-LINE TO W-SAVE-LINE.
008020     ADD 1 TO W-PAGE-NO.
008030     MOVE W-TODAY   TO H1-DATE.
008040     MOVE W-PAGE-NO TO H1-PAGE.
008050     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
008060     WRITE PRINT-LINE.
008070     MOVE BKPP-FUNCTION TO FL-FUNCTION.
008080     MOVE W-FUNC-LINE TO PRINT-LINE.
008090     WRITE PRINT-LINE.
008100     MOVE SPACES TO PRINT-LINE.
008110     WRITE PRINT-LINE.
008120     MOVE W-SAVE-LINE TO PRINT-LINE.
008130     MOVE 3 TO W-LINE-CNT.
008140 8300-EXIT.
008150     EXIT.
008160
008170 8500-PRINT-DISP-LINE.
008180     MOVE W-CUR-MASTER TO DL-MASTER.
008190     MOVE W-DISP-LINE TO PRINT-LINE.
008200     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008210     MOVE SPACES TO DL-TEXT.
008220     MOVE ZERO TO DL-COUNT.
008230     MOVE ZERO TO DL-HASH.
008240 8500-EXIT.
008250     EXIT.
008260
008270 8600-PRINT-COL-HEAD.
008280     MOVE W-COL-HEAD TO PRINT-LINE.
008290     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008300 8600-EXIT.
008310     EXIT.
008320
008330*    ------------------------------------------------------------
008340*    9000-HASH-KEY - ADD W-KEY INTO W-HASH-TOTAL
008350*    ------------------------------------------------------------
008360 9000-HASH-KEY.
008370     PERFORM 9100-HASH-ONE-CHAR THRU 9100-EXIT
008380         VARYING W-KX FROM 1 BY 1
008390         UNTIL W-KX > 8.
008400 9000-EXIT.
008410     EXIT.
008420
008430 9100-HASH-ONE-CHAR.
008440     MOVE ZERO TO W-HASH-HALF.
008450     MOVE W-KEY-CHAR (W-KX) TO W-HASH-LOW.
008460     COMPUTE W-HASH-TOTAL = W-HASH-TOTAL + (W-HASH-HALF * W-KX).
008470 9100-EXIT.
008480     EXIT.
