000010******************************************************************
000020* PROGRAM:   CHGHIST                                             *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   POINT-IN-TIME INQUIRY OVER THE CDCHGJNL MASTER      *
000070*            CHANGE JOURNAL.  TAKES A MASTER NAME (CDPROF,       *
000080*            CDSCHED OR CDRUNREG), AN OPTIONAL KEY (BLANK MEANS  *
000090*            EVERY KEY ON THAT MASTER) AND AN AS-AT DATE ON THE  *
000100*            CHGPARM CARD.  PART ONE SHOWS WHAT EACH RECORD      *
000110*            LOOKED LIKE AT THE CLOSE OF THE AS-AT DATE - THE    *
000120*            LAST AFTER IMAGE JOURNALED ON OR BEFORE IT, ELSE    *
000130*            THE BEFORE IMAGE OF THE FIRST LATER CHANGE, ELSE    *
000140*            THE CURRENT MASTER RECORD WHEN THE KEY HAS NEVER    *
000150*            BEEN CHANGED.  PART TWO LISTS EVERY CHANGE MADE     *
000160*            SINCE, IN JOURNAL ORDER, WITH THE PROGRAM AND       *
000170*            OPERATOR THAT MADE IT AND BOTH IMAGES, SO A RUN     *
000180*            THAT BEHAVES DIFFERENTLY FROM LAST MONTH CAN BE     *
000190*            TIED TO THE MASTER CHANGE THAT CAUSED IT.           *
000200******************************************************************
000210* MODIFICATION HISTORY                                           *
000220*   DATE        BY    DESCRIPTION                                *
000230*   ----------  ----  ------------------------------------       *
000240*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. CHGHIST.
000280 AUTHOR. JFM.
000290 INSTALLATION. DATA CENTER OPERATIONS.
000300 DATE-WRITTEN. 10/15/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CHG-PARM-FILE ASSIGN TO "CHGPARM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS W-PARM-FILE-STATUS.
000390
000400     SELECT JOURNAL-FILE ASSIGN TO "CDCHGJNL"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS W-JRN-FILE-STATUS.
000430
000440     SELECT PROFILE-FILE ASSIGN TO "CDPROF"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS PRF-IN-NAME
000480         FILE STATUS IS W-PROF-FILE-STATUS.
000490
000500     SELECT SCHED-FILE ASSIGN TO "CDSCHED"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS W-SCHED-FILE-STATUS.
000530
000540     SELECT RUN-REGISTRY ASSIGN TO "CDRUNREG"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS REG-IN-RUN-ID
000580         FILE STATUS IS W-REG-FILE-STATUS.
000590
000600     SELECT PRINT-FILE ASSIGN TO "CDRPT17"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS W-PRINT-FILE-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  CHG-PARM-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 40 CHARACTERS.
000690 01  CHG-PARM-RECORD.
000700     05  CHGP-MASTER             PIC X(08).
000710     05  CHGP-KEY                PIC X(08).
000720     05  CHGP-AS-AT-DATE         PIC X(08).
000730     05  FILLER                  PIC X(16).
000740
000750 FD  JOURNAL-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 120 CHARACTERS.
000780     COPY CDJRNREC.
000790
000800 FD  PROFILE-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 40 CHARACTERS.
000830 01  PRF-IN-RECORD.
000840     05  PRF-IN-NAME             PIC X(08).
000850     05  FILLER                  PIC X(32).
000860
000870 FD  SCHED-FILE
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 40 CHARACTERS.
000900 01  SCH-IN-RECORD               PIC X(40).
000910
000920 FD  RUN-REGISTRY
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 60 CHARACTERS.
000950 01  REG-IN-RECORD.
000960     05  REG-IN-RUN-ID           PIC X(08).
000970     05  FILLER                  PIC X(52).
000980
000990 FD  PRINT-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  PRINT-LINE                  PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050*    ------------------------------------------------------------
001060*    MASTER RECORD LAYOUTS - A JOURNAL IMAGE OR A CURRENT MASTER
001070*    RECORD IS MOVED INTO ITS OWN LAYOUT HERE FOR FORMATTING
001080*    ------------------------------------------------------------
001090     COPY CDPRFREC.
001100     COPY CDSCHREC.
001110     COPY CDREGREC.
001120
001130*    ------------------------------------------------------------
001140*    FILE STATUS FIELDS
001150*    ------------------------------------------------------------
001160 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001170 01  W-JRN-FILE-STATUS           PIC X(02) VALUE SPACES.
001180 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
001190 01  W-SCHED-FILE-STATUS         PIC X(02) VALUE SPACES.
001200 01  W-REG-FILE-STATUS           PIC X(02) VALUE SPACES.
001210 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
001220
001230*    ------------------------------------------------------------
001240*    SWITCHES
001250*    ------------------------------------------------------------
001260 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
001270     88  W-EOF                              VALUE 'Y'.
001280 77  W-VALID-SW                  PIC X(01) VALUE 'Y'.
001290     88  W-INPUT-VALID                      VALUE 'Y'.
001300     88  W-INPUT-INVALID                    VALUE 'N'.
001310 77  W-FOUND-SW                  PIC X(01) VALUE 'N'.
001320     88  W-FOUND                            VALUE 'Y'.
001330 77  W-JRN-AVAIL-SW              PIC X(01) VALUE 'N'.
001340     88  W-JRN-AVAIL                        VALUE 'Y'.
001350
001360*    ------------------------------------------------------------
001370*    INQUIRY PARAMETERS
001380*    ------------------------------------------------------------
001390 01  W-MASTER                    PIC X(08) VALUE SPACES.
001400     88  W-MASTER-PROF                      VALUE "CDPROF  ".
001410     88  W-MASTER-SCHED                     VALUE "CDSCHED ".
001420     88  W-MASTER-REG                       VALUE "CDRUNREG".
001430 01  W-KEY                       PIC X(08) VALUE SPACES.
001440 77  W-AS-AT-DATE                PIC 9(08) VALUE ZERO.
001450
001460*    ------------------------------------------------------------
001470*    KEY STATE TABLE - ONE ENTRY PER SELECTED KEY, HOLDING THE
001480*    RECORD IMAGE AS AT THE INQUIRY DATE AND WHERE IT CAME
001490*    FROM: J = LAST JOURNALED AFTER IMAGE ON OR BEFORE THE
001500*    DATE, L = BEFORE IMAGE OF THE FIRST LATER CHANGE, C =
001510*    CURRENT MASTER (NEVER CHANGED THROUGH MAINTENANCE).
001520*    ------------------------------------------------------------
001530 77  W-KEY-MAX                   PIC S9(04) COMP VALUE +500.
001540 77  W-KEY-LOST                  PIC 9(06) VALUE ZERO.
001550 01  W-KEY-TABLE.
001560     05  W-KEY-CNT               PIC S9(04) COMP VALUE ZERO.
001570     05  W-KEY-ENTRY OCCURS 500 TIMES.
001580         10  W-KEY-ID            PIC X(08).
001590         10  W-KEY-SOURCE        PIC X(01).
001600             88  W-KEY-SRC-NONE             VALUE SPACE.
001610             88  W-KEY-SRC-JOURNAL          VALUE 'J'.
001620             88  W-KEY-SRC-LATER            VALUE 'L'.
001630             88  W-KEY-SRC-CURRENT          VALUE 'C'.
001640         10  W-KEY-PRESENT-SW    PIC X(01).
001650             88  W-KEY-PRESENT              VALUE 'Y'.
001660         10  W-KEY-IMAGE         PIC X(60).
001670         10  W-KEY-LAST-DATE     PIC 9(08).
001680         10  W-KEY-LAST-TIME     PIC 9(08).
001690         10  W-KEY-LAST-ACTION   PIC X(06).
001700         10  W-KEY-LAST-PROG     PIC X(08).
001710         10  W-KEY-LAST-USER     PIC X(06).
001720         10  W-KEY-LATER-CNT     PIC 9(05).
001730         10  W-KEY-PRINTED-SW    PIC X(01).
001740             88  W-KEY-PRINTED              VALUE 'Y'.
001750
001760*    ------------------------------------------------------------
001770*    SUBSCRIPTS AND COUNTERS
001780*    ------------------------------------------------------------
001790 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
001800 77  W-X2                        PIC S9(04) COMP VALUE ZERO.
001810 77  W-PRINTED-CNT               PIC S9(04) COMP VALUE ZERO.
001820 77  W-JRN-READ                  PIC 9(06) VALUE ZERO.
001830 77  W-CHANGES-LISTED            PIC 9(06) VALUE ZERO.
001840 01  W-LOW-KEY                   PIC X(08) VALUE SPACES.
001850 01  W-CUR-KEY                   PIC X(08) VALUE SPACES.
001860 01  W-CUR-IMAGE                 PIC X(60) VALUE SPACES.
001870
001880*    ------------------------------------------------------------
001890*    IMAGE FORMATTING FIELDS
001900*    ------------------------------------------------------------
001910 01  W-FMT-IMAGE                 PIC X(60) VALUE SPACES.
001920 01  W-FMT-PRESENT-SW            PIC X(01) VALUE 'N'.
001930     88  W-FMT-PRESENT                      VALUE 'Y'.
001940 01  W-FMT-TEXT                  PIC X(66) VALUE SPACES.
001950 01  W-TXT-VALUE                 PIC -(03)9 VALUE ZERO.
001960 01  W-TXT-RC                    PIC 9(02) VALUE ZERO.
001970
001980*    ------------------------------------------------------------
001990*    REPORT CONTROL FIELDS
002000*    ------------------------------------------------------------
002010 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002020 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
002030 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
002040 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
002050 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
002060
002070*    ------------------------------------------------------------
002080*    RETURN CODE
002090*    ------------------------------------------------------------
002100 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
002110     88  W-RC-NORMAL                        VALUE 00.
002120     88  W-RC-BAD-PARM                      VALUE 08.
002130
002140*    ------------------------------------------------------------
002150*    REPORT LINE LAYOUTS
002160*    ------------------------------------------------------------
002170 01  W-HEAD-LINE-1.
002180     05  FILLER                  PIC X(23) VALUE
002190         "MASTER CHANGE HISTORY  ".
002200     05  H1-MASTER               PIC X(08).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  FILLER                  PIC X(05) VALUE "DATE ".
002230     05  H1-DATE                 PIC 9999/99/99.
002240     05  FILLER                  PIC X(07) VALUE "  PAGE ".
002250     05  H1-PAGE                 PIC ZZZ9.
002260     05  FILLER                  PIC X(21) VALUE SPACES.
002270
002280 01  W-PARM-LINE.
002290     05  FILLER                  PIC X(05) VALUE "KEY: ".
002300     05  PL-KEY                  PIC X(08).
002310     05  FILLER                  PIC X(12) VALUE
002320         "     AS AT: ".
002330     05  PL-AS-AT                PIC 9999/99/99.
002340     05  FILLER                  PIC X(45) VALUE SPACES.
002350
002360 01  W-SECTION-LINE-1            PIC X(80) VALUE
002370     "RECORD AS AT THE CLOSE OF THE INQUIRY DATE".
002380 01  W-SECTION-LINE-2            PIC X(80) VALUE
002390     "CHANGES MADE SINCE THE INQUIRY DATE".
002400
002410 01  W-KEY-LINE.
002420     05  KL-KEY                  PIC X(08).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  KL-TEXT                 PIC X(70).
002450
002460 01  W-IMAGE-LINE.
002470     05  FILLER                  PIC X(04) VALUE SPACES.
002480     05  IL-LABEL                PIC X(08).
002490     05  IL-TEXT                 PIC X(66).
002500     05  FILLER                  PIC X(02) VALUE SPACES.
002510
002520 01  W-LAST-LINE.
002530     05  FILLER                  PIC X(12) VALUE
002540         "    LAST    ".
002550     05  LL-ACTION               PIC X(06).
002560     05  FILLER                  PIC X(01) VALUE SPACES.
002570     05  LL-DATE                 PIC 9999/99/99
002575         BLANK WHEN ZERO.
002580     05  FILLER                  PIC X(01) VALUE SPACES.
002590     05  LL-TIME                 PIC X(05).
002600     05  FILLER                  PIC X(04) VALUE " BY ".
002610     05  LL-PROG                 PIC X(08).
002620     05  FILLER                  PIC X(01) VALUE SPACES.
002630     05  LL-USER                 PIC X(06).
002640     05  FILLER                  PIC X(08) VALUE "  LATER ".
002650     05  LL-LATER                PIC ZZZZ9.
002660     05  FILLER                  PIC X(13) VALUE SPACES.
002670
002680 01  W-CHANGE-LINE.
002690     05  CL-DATE                 PIC 9999/99/99.
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  CL-TIME                 PIC X(05).
002720     05  FILLER                  PIC X(02) VALUE SPACES.
002730     05  CL-ACTION               PIC X(06).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  CL-KEY                  PIC X(08).
002760     05  FILLER                  PIC X(02) VALUE SPACES.
002770     05  FILLER                  PIC X(03) VALUE "BY ".
002780     05  CL-PROG                 PIC X(08).
002790     05  FILLER                  PIC X(01) VALUE SPACES.
002800     05  CL-USER                 PIC X(06).
002810     05  FILLER                  PIC X(26) VALUE SPACES.
002820
002830 01  W-TIME-DISP.
002840     05  W-TD-HH                 PIC X(02).
002850     05  FILLER                  PIC X(01) VALUE ":".
002860     05  W-TD-MM                 PIC X(02).
002870 01  W-TIME-IN                   PIC 9(08) VALUE ZERO.
002880
002890 01  W-NONE-LINE-1               PIC X(80) VALUE
002900     "  (NO RECORDS FOUND FOR THIS MASTER AND KEY)".
002910 01  W-NONE-LINE-2               PIC X(80) VALUE
002920     "  (NO CHANGES JOURNALED SINCE THE INQUIRY DATE)".
002930
002940 01  W-LOST-LINE.
002950     05  FILLER                  PIC X(26) VALUE
002960         "  KEY TABLE FULL -        ".
002970     05  LT-LOST                 PIC ZZZ,ZZ9.
002980     05  FILLER                  PIC X(21) VALUE
002990         " ROWS NOT ANALYSED   ".
003000     05  FILLER                  PIC X(26) VALUE SPACES.
003010
003020 01  W-TRAILER-LINE-1.
003030     05  FILLER                  PIC X(24) VALUE
003040         "JOURNAL ROWS READ:      ".
003050     05  TL-READ                 PIC ZZZ,ZZ9.
003060     05  FILLER                  PIC X(49) VALUE SPACES.
003070
003080 01  W-TRAILER-LINE-2.
003090     05  FILLER                  PIC X(24) VALUE
003100         "KEYS REPORTED:          ".
003110     05  TL-KEYS                 PIC ZZZ,ZZ9.
003120     05  FILLER                  PIC X(49) VALUE SPACES.
003130
003140 01  W-TRAILER-LINE-3.
003150     05  FILLER                  PIC X(24) VALUE
003160         "CHANGES SINCE AS-AT:    ".
003170     05  TL-CHANGES              PIC ZZZ,ZZ9.
003180     05  FILLER                  PIC X(49) VALUE SPACES.
003190
003200 PROCEDURE DIVISION.
003210*    ------------------------------------------------------------
003220*    0000-MAINLINE - PROGRAM ENTRY POINT
003230*    ------------------------------------------------------------
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     IF W-INPUT-INVALID
003270         PERFORM 8000-REJECT-BAD-PARM THRU 8000-EXIT
003280     ELSE
003290         PERFORM 2000-LOAD-JOURNAL THRU 2000-EXIT
003300         PERFORM 2500-LOAD-CURRENT-MASTER THRU 2500-EXIT
003310         PERFORM 4000-PRINT-STATE THRU 4000-EXIT
003320         PERFORM 5000-PRINT-CHANGES THRU 5000-EXIT
003330         PERFORM 6000-PRINT-TRAILER THRU 6000-EXIT
003340     END-IF.
003350     PERFORM 7000-TERMINATE THRU 7000-EXIT.
003360     GOBACK.
003370
003380*    ------------------------------------------------------------
003390*    1000-INITIALIZE - PICK UP AND EDIT THE INQUIRY PARAMETERS.
003400*                     THE MASTER NAME IS REQUIRED; A BLANK KEY
003410*                     SELECTS EVERY KEY AND A BLANK DATE MEANS
003420*                     TODAY.
003430*    ------------------------------------------------------------
003440 1000-INITIALIZE.
003450     ACCEPT W-TODAY FROM DATE YYYYMMDD.
003460     MOVE W-TODAY TO W-AS-AT-DATE.
003470     OPEN OUTPUT PRINT-FILE.
003480     OPEN INPUT CHG-PARM-FILE.
003490     IF W-PARM-FILE-STATUS = "00"
003500         READ CHG-PARM-FILE
003510             AT END
003520                 SET W-INPUT-INVALID TO TRUE
003530             NOT AT END
003540                 PERFORM 1100-EDIT-PARM THRU 1100-EXIT
003550         END-READ
003560         CLOSE CHG-PARM-FILE
003570     ELSE
003580         SET W-INPUT-INVALID TO TRUE
003590     END-IF.
003600 1000-EXIT.
003610     EXIT.
003620
003630 1100-EDIT-PARM.
003640     MOVE CHGP-MASTER TO W-MASTER.
003650     IF NOT W-MASTER-PROF AND NOT W-MASTER-SCHED
003660         AND NOT W-MASTER-REG
003670         SET W-INPUT-INVALID TO TRUE
003680         GO TO 1100-EXIT
003690     END-IF.
003700     MOVE CHGP-KEY TO W-KEY.
003710     IF CHGP-AS-AT-DATE NOT = SPACES
003720         IF CHGP-AS-AT-DATE IS NUMERIC
003730             MOVE CHGP-AS-AT-DATE TO W-AS-AT-DATE
003740         ELSE
003750             SET W-INPUT-INVALID TO TRUE
003760         END-IF
003770     END-IF.
003780 1100-EXIT.
003790     EXIT.
003800
003810*    ------------------------------------------------------------
003820*    2000-LOAD-JOURNAL - ONE PASS OF THE CHANGE JOURNAL TO FIX
003830*                     EACH SELECTED KEY'S STATE AS AT THE
003840*                     INQUIRY DATE.  A MISSING JOURNAL SIMPLY
003850*                     MEANS NOTHING HAS BEEN CHANGED YET.
003860*    ------------------------------------------------------------
003870 2000-LOAD-JOURNAL.
003880     MOVE 'N' TO W-EOF-SW.
003890     OPEN INPUT JOURNAL-FILE.
003900     IF W-JRN-FILE-STATUS NOT = "00"
003910         GO TO 2000-EXIT
003920     END-IF.
003930     SET W-JRN-AVAIL TO TRUE.
003940     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
003950     PERFORM 2100-APPLY-ONE-ROW THRU 2100-EXIT
003960         UNTIL W-EOF.
003970     CLOSE JOURNAL-FILE.
003980 2000-EXIT.
003990     EXIT.
004000
004010*    ------------------------------------------------------------
004020*    2100-APPLY-ONE-ROW - AN AFTER IMAGE ON OR BEFORE THE DATE
004030*                     IS THE LATEST KNOWN STATE; FOR A KEY
004040*                     WITH NOTHING EARLIER, THE BEFORE IMAGE OF
004050*                     ITS FIRST LATER CHANGE IS WHAT IT WAS ON
004060*                     THE DATE
004070*    ------------------------------------------------------------
004080 2100-APPLY-ONE-ROW.
004090     ADD 1 TO W-JRN-READ.
004100     IF JRN-MASTER NOT = W-MASTER
004110         GO TO 2100-READ
004120     END-IF.
004130     IF W-KEY NOT = SPACES AND JRN-KEY NOT = W-KEY
004140         GO TO 2100-READ
004150     END-IF.
004160     MOVE JRN-KEY TO W-CUR-KEY.
004170     PERFORM 2200-FIND-KEY THRU 2200-EXIT.
004180     IF NOT W-FOUND
004190         GO TO 2100-READ
004200     END-IF.
004210     IF JRN-DATE NOT > W-AS-AT-DATE
004220         IF JRN-AFTER-IMAGE
004230             MOVE 'J'          TO W-KEY-SOURCE (W-X2)
004240             MOVE JRN-IMAGE-SW TO W-KEY-PRESENT-SW (W-X2)
004250             MOVE JRN-IMAGE    TO W-KEY-IMAGE (W-X2)
004260             MOVE JRN-DATE     TO W-KEY-LAST-DATE (W-X2)
004270             MOVE JRN-TIME     TO W-KEY-LAST-TIME (W-X2)
004280             MOVE JRN-ACTION   TO W-KEY-LAST-ACTION (W-X2)
004290             MOVE JRN-PROGRAM  TO W-KEY-LAST-PROG (W-X2)
004300             MOVE JRN-USER     TO W-KEY-LAST-USER (W-X2)
004310         END-IF
004320     ELSE
004330         IF JRN-BEFORE-IMAGE
004340             ADD 1 TO W-KEY-LATER-CNT (W-X2)
004350             IF W-KEY-SRC-NONE (W-X2)
004360                 MOVE 'L'          TO W-KEY-SOURCE (W-X2)
004370                 MOVE JRN-IMAGE-SW TO W-KEY-PRESENT-SW (W-X2)
004380                 MOVE JRN-IMAGE    TO W-KEY-IMAGE (W-X2)
004390             END-IF
004400         END-IF
004410     END-IF.
004420 2100-READ.
004430     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
004440 2100-EXIT.
004450     EXIT.
004460
004470*    ------------------------------------------------------------
004480*    2200-FIND-KEY - LOCATE W-CUR-KEY IN THE KEY TABLE, ADDING
004490*                     A FRESH ENTRY WHEN IT IS NOT THERE YET.
004500*                     W-FOUND IS LEFT OFF ONLY WHEN THE TABLE
004510*                     IS FULL.
004520*    ------------------------------------------------------------
004530 2200-FIND-KEY.
004540     MOVE 'N' TO W-FOUND-SW.
004550     PERFORM 2250-MATCH-ONE-KEY THRU 2250-EXIT
004560         VARYING W-X1 FROM 1 BY 1
004570         UNTIL W-X1 > W-KEY-CNT OR W-FOUND.
004580     IF W-FOUND
004590         GO TO 2200-EXIT
004600     END-IF.
004610     IF W-KEY-CNT >= W-KEY-MAX
004620         ADD 1 TO W-KEY-LOST
004630         GO TO 2200-EXIT
004640     END-IF.
004650     ADD 1 TO W-KEY-CNT.
004660     MOVE W-KEY-CNT TO W-X2.
004670     MOVE W-CUR-KEY TO W-KEY-ID (W-X2).
004680     MOVE SPACE     TO W-KEY-SOURCE (W-X2).
004690     MOVE 'N'       TO W-KEY-PRESENT-SW (W-X2).
004700     MOVE SPACES    TO W-KEY-IMAGE (W-X2).
004710     MOVE ZERO      TO W-KEY-LAST-DATE (W-X2).
004720     MOVE ZERO      TO W-KEY-LAST-TIME (W-X2).
004730     MOVE SPACES    TO W-KEY-LAST-ACTION (W-X2).
004740     MOVE SPACES    TO W-KEY-LAST-PROG (W-X2).
004750     MOVE SPACES    TO W-KEY-LAST-USER (W-X2).
004760     MOVE ZERO      TO W-KEY-LATER-CNT (W-X2).
004770     MOVE 'N'       TO W-KEY-PRINTED-SW (W-X2).
004780     SET W-FOUND TO TRUE.
004790 2200-EXIT.
004800     EXIT.
004810
004820 2250-MATCH-ONE-KEY.
004830     IF W-KEY-ID (W-X1) = W-CUR-KEY
004840         SET W-FOUND TO TRUE
004850         MOVE W-X1 TO W-X2
004860     END-IF.
004870 2250-EXIT.
004880     EXIT.
004890
004900 2900-READ-JOURNAL.
004910     READ JOURNAL-FILE
004920         AT END
004930             SET W-EOF TO TRUE
004940     END-READ.
004950 2900-EXIT.
004960     EXIT.
004970
004980*    ------------------------------------------------------------
004990*    2500-LOAD-CURRENT-MASTER - A SELECTED KEY THAT HAS NEVER
005000*                     BEEN JOURNALED LOOKED THEN AS IT LOOKS
005010*                     NOW, SO PICK IT UP FROM THE LIVE MASTER
005020*    ------------------------------------------------------------
005030 2500-LOAD-CURRENT-MASTER.
005040     MOVE 'N' TO W-EOF-SW.
005050     EVALUATE TRUE
005060         WHEN W-MASTER-PROF
005070             PERFORM 2600-SCAN-PROFILES THRU 2600-EXIT
005080         WHEN W-MASTER-SCHED
005090             PERFORM 2700-SCAN-SCHEDULE THRU 2700-EXIT
005100         WHEN W-MASTER-REG
005110             PERFORM 2800-SCAN-REGISTRY THRU 2800-EXIT
005120     END-EVALUATE.
005130 2500-EXIT.
005140     EXIT.
005150
005160*    ------------------------------------------------------------
005170*    2550-NOTE-CURRENT-RECORD - FILE ONE LIVE MASTER RECORD
005180*                     (W-CUR-KEY/W-CUR-IMAGE) FOR A SELECTED
005190*                     KEY THE JOURNAL NEVER MENTIONED
005200*    ------------------------------------------------------------
005210 2550-NOTE-CURRENT-RECORD.
005220     IF W-KEY NOT = SPACES AND W-CUR-KEY NOT = W-KEY
005230         GO TO 2550-EXIT
005240     END-IF.
005250     PERFORM 2200-FIND-KEY THRU 2200-EXIT.
005260     IF NOT W-FOUND
005270         GO TO 2550-EXIT
005280     END-IF.
005290     IF W-KEY-SRC-NONE (W-X2)
005300         MOVE 'C'         TO W-KEY-SOURCE (W-X2)
005310         MOVE 'Y'         TO W-KEY-PRESENT-SW (W-X2)
005320         MOVE W-CUR-IMAGE TO W-KEY-IMAGE (W-X2)
005330     END-IF.
005340 2550-EXIT.
005350     EXIT.
005360
005370 2600-SCAN-PROFILES.
005380     OPEN INPUT PROFILE-FILE.
005390     IF W-PROF-FILE-STATUS NOT = "00"
005400         GO TO 2600-EXIT
005410     END-IF.
005420     PERFORM 2650-READ-PROFILE THRU 2650-EXIT.
005430     PERFORM 2610-NOTE-ONE-PROFILE THRU 2610-EXIT
005440         UNTIL W-EOF.
005450     CLOSE PROFILE-FILE.
005460 2600-EXIT.
005470     EXIT.
005480
005490 2610-NOTE-ONE-PROFILE.
005500     MOVE PRF-IN-NAME   TO W-CUR-KEY.
005510     MOVE PRF-IN-RECORD TO W-CUR-IMAGE.
005520     PERFORM 2550-NOTE-CURRENT-RECORD THRU 2550-EXIT.
005530     PERFORM 2650-READ-PROFILE THRU 2650-EXIT.
005540 2610-EXIT.
005550     EXIT.
005560
005570 2650-READ-PROFILE.
005580     READ PROFILE-FILE NEXT RECORD
005590         AT END
005600             SET W-EOF TO TRUE
005610     END-READ.
005620 2650-EXIT.
005630     EXIT.
005640
005650 2700-SCAN-SCHEDULE.
005660     OPEN INPUT SCHED-FILE.
005670     IF W-SCHED-FILE-STATUS NOT = "00"
005680         GO TO 2700-EXIT
005690     END-IF.
005700     PERFORM 2750-READ-SCHEDULE THRU 2750-EXIT.
005710     PERFORM 2710-NOTE-ONE-ENTRY THRU 2710-EXIT
005720         UNTIL W-EOF.
005730     CLOSE SCHED-FILE.
005740 2700-EXIT.
005750     EXIT.
005760
005770 2710-NOTE-ONE-ENTRY.
005780     MOVE SCH-IN-RECORD (1:8) TO W-CUR-KEY.
005790     MOVE SCH-IN-RECORD       TO W-CUR-IMAGE.
005800     PERFORM 2550-NOTE-CURRENT-RECORD THRU 2550-EXIT.
005810     PERFORM 2750-READ-SCHEDULE THRU 2750-EXIT.
005820 2710-EXIT.
005830     EXIT.
005840
005850 2750-READ-SCHEDULE.
005860     READ SCHED-FILE
005870         AT END
005880             SET W-EOF TO TRUE
005890     END-READ.
005900 2750-EXIT.
005910     EXIT.
005920
005930 2800-SCAN-REGISTRY.
005940     OPEN INPUT RUN-REGISTRY.
005950     IF W-REG-FILE-STATUS NOT = "00"
005960         GO TO 2800-EXIT
005970     END-IF.
005980     PERFORM 2850-READ-REGISTRY THRU 2850-EXIT.
005990     PERFORM 2810-NOTE-ONE-ROW THRU 2810-EXIT
006000         UNTIL W-EOF.
006010     CLOSE RUN-REGISTRY.
006020 2800-EXIT.
006030     EXIT.
006040
006050 2810-NOTE-ONE-ROW.
006060     MOVE REG-IN-RUN-ID TO W-CUR-KEY.
006070     MOVE REG-IN-RECORD TO W-CUR-IMAGE.
006080     PERFORM 2550-NOTE-CURRENT-RECORD THRU 2550-EXIT.
006090     PERFORM 2850-READ-REGISTRY THRU 2850-EXIT.
006100 2810-EXIT.
006110     EXIT.
006120
006130 2850-READ-REGISTRY.
006140     READ RUN-REGISTRY NEXT RECORD
006150         AT END
006160             SET W-EOF TO TRUE
006170     END-READ.
006180 2850-EXIT.
006190     EXIT.
006200
006210*    ------------------------------------------------------------
006220*    3000-FORMAT-IMAGE - RENDER W-FMT-IMAGE AS ONE LINE OF TEXT
006230*                     IN THE LAYOUT OF THE MASTER BEING ASKED
006240*                     ABOUT
006250*    ------------------------------------------------------------
006260 3000-FORMAT-IMAGE.
006270     MOVE SPACES TO W-FMT-TEXT.
006280     IF NOT W-FMT-PRESENT
006290         MOVE "(RECORD DID NOT EXIST)" TO W-FMT-TEXT
006300         GO TO 3000-EXIT
006310     END-IF.
006320     EVALUATE TRUE
006330         WHEN W-MASTER-PROF
006340             PERFORM 3100-FORMAT-PROFILE THRU 3100-EXIT
006350         WHEN W-MASTER-SCHED
006360             PERFORM 3200-FORMAT-SCHEDULE THRU 3200-EXIT
006370         WHEN W-MASTER-REG
006380             PERFORM 3300-FORMAT-REGISTRY THRU 3300-EXIT
006390     END-EVALUATE.
006400 3000-EXIT.
006410     EXIT.
006420
006430 3100-FORMAT-PROFILE.
006440     MOVE W-FMT-IMAGE TO PRF-RECORD.
006450     STRING "START "      DELIMITED BY SIZE
006460            PRF-START     DELIMITED BY SIZE
006470            "  END "      DELIMITED BY SIZE
006480            PRF-END       DELIMITED BY SIZE
006490            "  STEP "     DELIMITED BY SIZE
006500            PRF-STEP      DELIMITED BY SIZE
006510            "  DIR "      DELIMITED BY SIZE
006520            PRF-DIR       DELIMITED BY SIZE
006530            "  CHKPT FREQ " DELIMITED BY SIZE
006540            PRF-CHKFREQ   DELIMITED BY SIZE
006550         INTO W-FMT-TEXT.
006560 3100-EXIT.
006570     EXIT.
006580
006590 3200-FORMAT-SCHEDULE.
006600     MOVE W-FMT-IMAGE TO SCH-RECORD.
006610     STRING "FREQ "       DELIMITED BY SIZE
006620            SCH-FREQ      DELIMITED BY SIZE
006630            " DATE "      DELIMITED BY SIZE
006640            SCH-DATE      DELIMITED BY SIZE
006650            " VALUES "    DELIMITED BY SIZE
006660            SCH-START     DELIMITED BY SIZE
006670            "/"           DELIMITED BY SIZE
006680            SCH-END       DELIMITED BY SIZE
006690            "/"           DELIMITED BY SIZE
006700            SCH-STEP      DELIMITED BY SIZE
006710            " "           DELIMITED BY SIZE
006720            SCH-DIR       DELIMITED BY SIZE
006730            " CHK "       DELIMITED BY SIZE
006740            SCH-CHKFREQ   DELIMITED BY SIZE
006750            " PROF "      DELIMITED BY SIZE
006760            SCH-PROFILE   DELIMITED BY SIZE
006770         INTO W-FMT-TEXT.
006780 3200-EXIT.
006790     EXIT.
006800
006810 3300-FORMAT-REGISTRY.
006820     MOVE W-FMT-IMAGE TO REG-RECORD.
006830     MOVE REG-FINAL-VALUE TO W-TXT-VALUE.
006840     MOVE REG-RETURN-CODE TO W-TXT-RC.
006850     STRING "ST "         DELIMITED BY SIZE
006860            REG-STATUS    DELIMITED BY SIZE
006870            " "           DELIMITED BY SIZE
006880            REG-JOB-NAME  DELIMITED BY SIZE
006890            " "           DELIMITED BY SIZE
006900            REG-START-DATE DELIMITED BY SIZE
006910            " "           DELIMITED BY SIZE
006920            REG-START-TIME (1:4) DELIMITED BY SIZE
006930            "-"           DELIMITED BY SIZE
006940            REG-END-DATE  DELIMITED BY SIZE
006950            " "           DELIMITED BY SIZE
006960            REG-END-TIME (1:4) DELIMITED BY SIZE
006970            " V"          DELIMITED BY SIZE
006980            W-TXT-VALUE   DELIMITED BY SIZE
006990            " RC "        DELIMITED BY SIZE
007000            W-TXT-RC      DELIMITED BY SIZE
007010            " BY "        DELIMITED BY SIZE
007020            REG-CLEARED-BY DELIMITED BY SIZE
007030         INTO W-FMT-TEXT.
007040 3300-EXIT.
007050     EXIT.
007060
007070*    ------------------------------------------------------------
007080*    4000-PRINT-STATE - PART ONE: EACH SELECTED KEY AS IT
007090*                     STOOD AT THE CLOSE OF THE INQUIRY DATE,
007100*                     IN KEY ORDER
007110*    ------------------------------------------------------------
007120 4000-PRINT-STATE.
007130     MOVE W-SECTION-LINE-1 TO PRINT-LINE.
007140     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007150     MOVE SPACES TO PRINT-LINE.
007160     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007170     IF W-KEY-CNT = ZERO
007180         MOVE W-NONE-LINE-1 TO PRINT-LINE
007190         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007200         GO TO 4000-EXIT
007210     END-IF.
007220     MOVE ZERO TO W-PRINTED-CNT.
007230     PERFORM 4100-PRINT-LOWEST-KEY THRU 4100-EXIT
007240         UNTIL W-PRINTED-CNT >= W-KEY-CNT.
007250     IF W-KEY-LOST > ZERO
007260         MOVE W-KEY-LOST TO LT-LOST
007270         MOVE W-LOST-LINE TO PRINT-LINE
007280         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007290     END-IF.
007300 4000-EXIT.
007310     EXIT.
007320
007330 4100-PRINT-LOWEST-KEY.
007340     MOVE ZERO TO W-X2.
007350     MOVE HIGH-VALUES TO W-LOW-KEY.
007360     PERFORM 4200-SCAN-FOR-LOWEST THRU 4200-EXIT
007370         VARYING W-X1 FROM 1 BY 1
007380         UNTIL W-X1 > W-KEY-CNT.
007390     IF W-X2 = ZERO
007400         MOVE W-KEY-CNT TO W-PRINTED-CNT
007410         GO TO 4100-EXIT
007420     END-IF.
007430     MOVE 'Y' TO W-KEY-PRINTED-SW (W-X2).
007440     ADD 1 TO W-PRINTED-CNT.
007450     MOVE SPACES TO W-KEY-LINE.
007460     MOVE W-KEY-ID (W-X2) TO KL-KEY.
007470     EVALUATE TRUE
007480         WHEN W-KEY-SRC-JOURNAL (W-X2)
007490             MOVE "AS LAST CHANGED ON OR BEFORE THE DATE"
007500                 TO KL-TEXT
007510         WHEN W-KEY-SRC-LATER (W-X2)
007520             MOVE "UNCHANGED UNTIL AFTER THE DATE" TO KL-TEXT
007530         WHEN OTHER
007540             MOVE "NEVER CHANGED - AS ON THE CURRENT MASTER"
007550                 TO KL-TEXT
007560     END-EVALUATE.
007570     MOVE W-KEY-LINE TO PRINT-LINE.
007580     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007590     MOVE W-KEY-IMAGE (W-X2)      TO W-FMT-IMAGE.
007600     MOVE W-KEY-PRESENT-SW (W-X2) TO W-FMT-PRESENT-SW.
007610     PERFORM 3000-FORMAT-IMAGE THRU 3000-EXIT.
007620     MOVE SPACES TO W-IMAGE-LINE.
007630     MOVE "AS AT   " TO IL-LABEL.
007640     MOVE W-FMT-TEXT TO IL-TEXT.
007650     MOVE W-IMAGE-LINE TO PRINT-LINE.
007660     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
007670     IF W-KEY-SRC-JOURNAL (W-X2)
007680         OR W-KEY-LATER-CNT (W-X2) > ZERO
007690         MOVE SPACES TO LL-ACTION LL-TIME LL-PROG LL-USER
007700         MOVE ZERO TO LL-DATE
007710         IF W-KEY-SRC-JOURNAL (W-X2)
007720             MOVE W-KEY-LAST-ACTION (W-X2) TO LL-ACTION
007730             MOVE W-KEY-LAST-DATE (W-X2)   TO LL-DATE
007740             MOVE W-KEY-LAST-TIME (W-X2)   TO W-TIME-IN
007750             MOVE W-TIME-IN (1:2) TO W-TD-HH
007760             MOVE W-TIME-IN (3:2) TO W-TD-MM
007770             MOVE W-TIME-DISP TO LL-TIME
007780             MOVE W-KEY-LAST-PROG (W-X2)   TO LL-PROG
007790             MOVE W-KEY-LAST-USER (W-X2)   TO LL-USER
007800         END-IF
007810         MOVE W-KEY-LATER-CNT (W-X2) TO LL-LATER
007820         MOVE W-LAST-LINE TO PRINT-LINE
007830         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
007840     END-IF.
007850 4100-EXIT.
007860     EXIT.
007870
007880 4200-SCAN-FOR-LOWEST.
007890     IF NOT W-KEY-PRINTED (W-X1)
007900         IF W-KEY-ID (W-X1) < W-LOW-KEY
007910             MOVE W-KEY-ID (W-X1) TO W-LOW-KEY
007920             MOVE W-X1 TO W-X2
007930         END-IF
007940     END-IF.
007950 4200-EXIT.
007960     EXIT.
007970
007980*    ------------------------------------------------------------
007990*    5000-PRINT-CHANGES - PART TWO: A SECOND PASS OF THE
008000*                     JOURNAL LISTING EVERY CHANGE TO A
008010*                     SELECTED KEY AFTER THE INQUIRY DATE, IN
008020*                     THE ORDER IT WAS MADE
008030*    ------------------------------------------------------------
008040 5000-PRINT-CHANGES.
008050     MOVE SPACES TO PRINT-LINE.
008060     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008070     MOVE W-SECTION-LINE-2 TO PRINT-LINE.
008080     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008090     MOVE SPACES TO PRINT-LINE.
008100     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008110     IF W-JRN-AVAIL
008120         MOVE 'N' TO W-EOF-SW
008130         OPEN INPUT JOURNAL-FILE
008140         PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
008150         PERFORM 5100-LIST-ONE-ROW THRU 5100-EXIT
008160             UNTIL W-EOF
008170         CLOSE JOURNAL-FILE
008180     END-IF.
008190     IF W-CHANGES-LISTED = ZERO
008200         MOVE W-NONE-LINE-2 TO PRINT-LINE
008210         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008220     END-IF.
008230 5000-EXIT.
008240     EXIT.
008250
008260 5100-LIST-ONE-ROW.
008270     IF JRN-MASTER NOT = W-MASTER
008280         OR JRN-DATE NOT > W-AS-AT-DATE
008290         GO TO 5100-READ
008300     END-IF.
008310     IF W-KEY NOT = SPACES AND JRN-KEY NOT = W-KEY
008320         GO TO 5100-READ
008330     END-IF.
008340     IF JRN-BEFORE-IMAGE
008350         ADD 1 TO W-CHANGES-LISTED
008360         MOVE SPACES TO W-CHANGE-LINE
008370         MOVE JRN-DATE    TO CL-DATE
008380         MOVE JRN-TIME    TO W-TIME-IN
008390         MOVE W-TIME-IN (1:2) TO W-TD-HH
008400         MOVE W-TIME-IN (3:2) TO W-TD-MM
008410         MOVE W-TIME-DISP TO CL-TIME
008420         MOVE JRN-ACTION  TO CL-ACTION
008430         MOVE JRN-KEY     TO CL-KEY
008440         MOVE JRN-PROGRAM TO CL-PROG
008450         MOVE JRN-USER    TO CL-USER
008460         MOVE W-CHANGE-LINE TO PRINT-LINE
008470         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
008480     END-IF.
008490     MOVE JRN-IMAGE    TO W-FMT-IMAGE.
008500     MOVE JRN-IMAGE-SW TO W-FMT-PRESENT-SW.
008510     PERFORM 3000-FORMAT-IMAGE THRU 3000-EXIT.
008520     MOVE SPACES TO W-IMAGE-LINE.
008530     IF JRN-BEFORE-IMAGE
008540         MOVE "BEFORE  " TO IL-LABEL
008550     ELSE
008560         MOVE "AFTER   " TO IL-LABEL
008570     END-IF.
008580     MOVE W-FMT-TEXT TO IL-TEXT.
008590     MOVE W-IMAGE-LINE TO PRINT-LINE.
008600     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008610 5100-READ.
008620     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
008630 5100-EXIT.
008640     EXIT.
008650
008660*    ------------------------------------------------------------
008670*    6000-PRINT-TRAILER - WRITE THE INQUIRY TOTALS
008680*    ------------------------------------------------------------
008690 6000-PRINT-TRAILER.
008700     MOVE SPACES TO PRINT-LINE.
008710     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008720     MOVE W-JRN-READ TO TL-READ.
008730     MOVE W-TRAILER-LINE-1 TO PRINT-LINE.
008740     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008750     MOVE W-KEY-CNT TO TL-KEYS.
008760     MOVE W-TRAILER-LINE-2 TO PRINT-LINE.
008770     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008780     MOVE W-CHANGES-LISTED TO TL-CHANGES.
008790     MOVE W-TRAILER-LINE-3 TO PRINT-LINE.
008800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
008810 6000-EXIT.
008820     EXIT.
008830
008840*    ------------------------------------------------------------
008850*    7000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE
008860*    ------------------------------------------------------------
008870 7000-TERMINATE.
008880     CLOSE PRINT-FILE.
008890     MOVE W-RETURN-CODE TO RETURN-CODE.
008900 7000-EXIT.
008910     EXIT.
008920
008930*    ------------------------------------------------------------
008940*    8000-REJECT-BAD-PARM - REFUSE TO RUN ON A BAD PARAMETER
008950*                     CARD; THE MASTER NAME IS REQUIRED AND THE
008960*                     DATE MUST BE NUMERIC YYYYMMDD
008970*    ------------------------------------------------------------
008980 8000-REJECT-BAD-PARM.
008990     DISPLAY "CHGHS008E INVALID INQUIRY CARD - MASTER MUST BE".
009000     DISPLAY "CHGHS008E CDPROF, CDSCHED OR CDRUNREG AND THE".
009010     DISPLAY "CHGHS008E AS-AT DATE NUMERIC YYYYMMDD.".
009020     SET W-RC-BAD-PARM TO TRUE.
009030     MOVE "INQUIRY CARD INVALID - NO HISTORY LISTED"
009040         TO PRINT-LINE.
009050     WRITE PRINT-LINE.
009060 8000-EXIT.
009070     EXIT.
009080
009090*    ------------------------------------------------------------
009100*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
009110*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
009120*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
009130*                     LINE FORCES THE PAGE-1 HEADING OUT.
009140*    ------------------------------------------------------------
009150 8100-WRITE-REPORT-LINE.
009160     IF W-LINE-CNT >= W-PAGE-SIZE
009170         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
009180     END-IF.
009190     WRITE PRINT-LINE.
009200     ADD 1 TO W-LINE-CNT.
009210 8100-EXIT.
009220     EXIT.
009230
009240*    ------------------------------------------------------------
009250*    8300-PAGE-HEADING - START A NEW REPORT PAGE
009260*    ------------------------------------------------------------
009270 8300-PAGE-HEADING.
009280     MOVE PRINT-LINE TO W-SAVE-LINE.
009290     ADD 1 TO W-PAGE-NO.
009300     MOVE W-MASTER  TO H1-MASTER.
009310     MOVE W-TODAY   TO H1-DATE.
009320     MOVE W-PAGE-NO TO H1-PAGE.
009330     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
009340     WRITE PRINT-LINE.
009350     IF W-PAGE-NO = 1
009360         IF W-KEY = SPACES
009370             MOVE "(ALL)   " TO PL-KEY
009380         ELSE
009390             MOVE W-KEY TO PL-KEY
009400         END-IF
009410         MOVE W-AS-AT-DATE TO PL-AS-AT
009420         MOVE W-PARM-LINE TO PRINT-LINE
009430         WRITE PRINT-LINE
009440     END-IF.
009450     MOVE SPACES TO PRINT-LINE.
009460     WRITE PRINT-LINE.
009470     MOVE W-SAVE-LINE TO PRINT-LINE.
009480     MOVE 3 TO W-LINE-CNT.
009490 8300-EXIT.
009500     EXIT.
