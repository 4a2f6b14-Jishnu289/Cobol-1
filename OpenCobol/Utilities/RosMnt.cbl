000010******************************************************************
000020* PROGRAM:   ROSMNT                                              *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   BATCH MAINTENANCE FOR THE CDONCALL ON-CALL ROSTER   *
000070*            MASTER (CDROSREC).  APPLIES ADD/CHANGE/DELETE       *
000080*            TRANSACTIONS FROM THE ROSTRAN DECK, KEYED BY RUN-ID *
000090*            GROUP, SHIFT AND DAY, EDITING EVERY FIELD WITH THE  *
000100*            RULES PAGEROUT RELIES ON WHEN IT ROUTES A PAGE, SO  *
000110*            A BAD GROUP MASK OR SHIFT TIME IS CAUGHT HERE AND   *
000120*            NOT AT THREE IN THE MORNING.  EVERY TRANSACTION IS  *
000130*            LISTED ON THE EDIT REPORT WITH ITS DISPOSITION; ANY *
000140*            REJECTION ENDS THE RUN WITH RC 04.                  *
000150******************************************************************
000160* MODIFICATION HISTORY                                           *
000170*   DATE        BY    DESCRIPTION                                *
000180*   ----------  ----  ------------------------------------       *
000190*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. ROSMNT.
000230 AUTHOR. JFM.
000240 INSTALLATION. DATA CENTER OPERATIONS.
000250 DATE-WRITTEN. 10/15/2026.
000260 DATE-COMPILED.
000270
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT TRAN-FILE ASSIGN TO "ROSTRAN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS W-TRAN-FILE-STATUS.
000340
000350     SELECT ROSTER-FILE ASSIGN TO "CDONCALL"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS ROS-KEY
000390         FILE STATUS IS W-ROS-FILE-STATUS.
000400
000410     SELECT PRINT-FILE ASSIGN TO "CDRPT22"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS W-PRINT-FILE-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  TRAN-FILE
000480     LABEL RECORDS ARE STANDARD
000490     RECORD CONTAINS 80 CHARACTERS.
000500 01  TRAN-RECORD.
000510     05  TRN-ACTION              PIC X(01).
000520         88  TRN-ADD                         VALUE 'A'.
000530         88  TRN-CHANGE                      VALUE 'C'.
000540         88  TRN-DELETE                      VALUE 'D'.
000550     05  TRN-KEY.
000560         10  TRN-GROUP           PIC X(08).
000570         10  TRN-SHIFT           PIC X(01).
000580         10  TRN-DAY             PIC X(01).
000590     05  TRN-SHIFT-START         PIC X(04).
000600     05  TRN-START-SPLIT REDEFINES TRN-SHIFT-START.
000610         10  TRN-START-HH        PIC 9(02).
000620         10  TRN-START-MM        PIC 9(02).
000630     05  TRN-SHIFT-END           PIC X(04).
000640     05  TRN-END-SPLIT REDEFINES TRN-SHIFT-END.
000650         10  TRN-END-HH          PIC 9(02).
000660         10  TRN-END-MM          PIC 9(02).
000670     05  TRN-PRIMARY-ID          PIC X(08).
000680     05  TRN-PRIMARY-PAGER       PIC X(16).
000690     05  TRN-BACKUP-ID           PIC X(08).
000700     05  TRN-BACKUP-PAGER        PIC X(16).
000710     05  FILLER                  PIC X(13).
000720
000730 FD  ROSTER-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 80 CHARACTERS.
000760     COPY CDROSREC.
000770
000780 FD  PRINT-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810 01  PRINT-LINE                  PIC X(80).
000820
000830 WORKING-STORAGE SECTION.
000840*    ------------------------------------------------------------
000850*    FILE STATUS FIELDS
000860*    ------------------------------------------------------------
000870 01  W-TRAN-FILE-STATUS          PIC X(02) VALUE SPACES.
000880 01  W-ROS-FILE-STATUS           PIC X(02) VALUE SPACES.
000890 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
000900
000910*    ------------------------------------------------------------
000920*    SWITCHES
000930*    ------------------------------------------------------------
000940 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
000950     88  W-EOF                              VALUE 'Y'.
000960 77  W-EDIT-SW                   PIC X(01) VALUE 'Y'.
000970     88  W-TRAN-GOOD                        VALUE 'Y'.
000980     88  W-TRAN-BAD                         VALUE 'N'.
000990
001000*    ------------------------------------------------------------
001010*    GROUP MASK EDIT FIELDS - AT MOST ONE ASTERISK, AND ONLY
001020*    SPACES AFTER IT
001030*    ------------------------------------------------------------
001040 77  W-STAR-CNT                  PIC S9(04) COMP VALUE ZERO.
001050 77  W-STAR-POS                  PIC S9(04) COMP VALUE ZERO.
001060
001070*    ------------------------------------------------------------
001080*    TRANSACTION COUNTERS
001090*    ------------------------------------------------------------
001100 77  W-TRAN-READ                 PIC 9(06) VALUE ZERO.
001110 77  W-TRAN-APPLIED              PIC 9(06) VALUE ZERO.
001120 77  W-TRAN-REJECTED             PIC 9(06) VALUE ZERO.
001130
001140*    ------------------------------------------------------------
001150*    RETURN CODE
001160*    ------------------------------------------------------------
001170 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001180     88  W-RC-NORMAL                        VALUE 00.
001190     88  W-RC-REJECTS                       VALUE 04.
001200     88  W-RC-NO-MASTER                     VALUE 08.
001210
001220*    ------------------------------------------------------------
001230*    REPORT LINE LAYOUTS
001240*    ------------------------------------------------------------
001250 77  W-TODAY                     PIC 9(08) VALUE ZERO.
001260 01  W-HEAD-LINE-1.
001270     05  FILLER                  PIC X(33) VALUE
001280         "ON-CALL ROSTER MAINTENANCE       ".
001290     05  FILLER                  PIC X(05) VALUE "DATE ".
001300     05  H1-DATE                 PIC 9999/99/99.
001310     05  FILLER                  PIC X(32) VALUE SPACES.
001320
001330 01  W-HEAD-LINE-2.
001340     05  FILLER                  PIC X(07) VALUE "ACTION ".
001350     05  FILLER                  PIC X(01) VALUE SPACES.
001360     05  FILLER                  PIC X(08) VALUE "GROUP   ".
001370     05  FILLER                  PIC X(01) VALUE SPACES.
001380     05  FILLER                  PIC X(06) VALUE "S  D  ".
001390     05  FILLER                  PIC X(12) VALUE
001400         "FROM TO     ".
001410     05  FILLER                  PIC X(09) VALUE "PRIMARY  ".
001420     05  FILLER                  PIC X(09) VALUE "BACKUP   ".
001430     05  FILLER                  PIC X(27) VALUE SPACES.
001440
001450 01  W-DETAIL-LINE.
001460     05  DL-ACTION               PIC X(07).
001470     05  FILLER                  PIC X(01) VALUE SPACES.
001480     05  DL-GROUP                PIC X(08).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  DL-SHIFT                PIC X(01).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  DL-DAY                  PIC X(01).
001530     05  FILLER                  PIC X(02) VALUE SPACES.
001540     05  DL-START                PIC X(04).
001550     05  FILLER                  PIC X(01) VALUE SPACES.
001560     05  DL-END                  PIC X(04).
001570     05  FILLER                  PIC X(03) VALUE SPACES.
001580     05  DL-PRIMARY              PIC X(08).
001590     05  FILLER                  PIC X(01) VALUE SPACES.
001600     05  DL-BACKUP               PIC X(08).
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  DL-RESULT               PIC X(27).
001630
001640 01  W-TRAILER-LINE-1.
001650     05  FILLER                  PIC X(24) VALUE
001660         "TRANSACTIONS READ:      ".
001670     05  TL-READ                 PIC ZZZ,ZZ9.
001680     05  FILLER                  PIC X(49) VALUE SPACES.
001690
001700 01  W-TRAILER-LINE-2.
001710     05  FILLER                  PIC X(24) VALUE
001720         "TRANSACTIONS APPLIED:   ".
001730     05  TL-APPLIED              PIC ZZZ,ZZ9.
001740     05  FILLER                  PIC X(49) VALUE SPACES.
001750
001760 01  W-TRAILER-LINE-3.
001770     05  FILLER                  PIC X(24) VALUE
001780         "TRANSACTIONS REJECTED:  ".
001790     05  TL-REJECTED             PIC ZZZ,ZZ9.
001800     05  FILLER                  PIC X(49) VALUE SPACES.
001810
001820 PROCEDURE DIVISION.
001830*    ------------------------------------------------------------
001840*    0000-MAINLINE - PROGRAM ENTRY POINT
001850*    ------------------------------------------------------------
001860 0000-MAINLINE.
001870     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001880     IF NOT W-RC-NO-MASTER
001890         PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
001900             UNTIL W-EOF
001910         PERFORM 6000-PRINT-TRAILER THRU 6000-EXIT
001920     END-IF.
001930     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001940     GOBACK.
001950
001960*    ------------------------------------------------------------
001970*    1000-INITIALIZE - OPEN THE MASTER (CREATING IT ON FIRST
001980*                     USE), THE TRANSACTION DECK AND THE REPORT
001990*    ------------------------------------------------------------
002000 1000-INITIALIZE.
002010     ACCEPT W-TODAY FROM DATE YYYYMMDD.
002020     OPEN OUTPUT PRINT-FILE.
002030     MOVE W-TODAY TO H1-DATE.
002040     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
002050     WRITE PRINT-LINE.
002060     MOVE W-HEAD-LINE-2 TO PRINT-LINE.
002070     WRITE PRINT-LINE.
002080     OPEN I-O ROSTER-FILE.
002090     IF W-ROS-FILE-STATUS = "35"
002100         OPEN OUTPUT ROSTER-FILE
002110         CLOSE ROSTER-FILE
002120         OPEN I-O ROSTER-FILE
002130     END-IF.
002140     IF W-ROS-FILE-STATUS NOT = "00"
002150         DISPLAY "ROSMN008E ROSTER MASTER UNAVAILABLE - STATUS "
002160             W-ROS-FILE-STATUS
002170         MOVE "ROSTER MASTER UNAVAILABLE - NO UPDATES APPLIED"
002180             TO PRINT-LINE
002190         WRITE PRINT-LINE
002200         SET W-RC-NO-MASTER TO TRUE
002210         SET W-EOF TO TRUE
002220         GO TO 1000-EXIT
002230     END-IF.
002240     OPEN INPUT TRAN-FILE.
002250     IF W-TRAN-FILE-STATUS = "00"
002260         PERFORM 2900-READ-TRAN THRU 2900-EXIT
002270     ELSE
002280         SET W-EOF TO TRUE
002290     END-IF.
002300 1000-EXIT.
002310     EXIT.
002320
002330*    ------------------------------------------------------------
002340*    2100-PROCESS-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION
002350*    ------------------------------------------------------------
002360 2100-PROCESS-ONE-TRAN.
002370     ADD 1 TO W-TRAN-READ.
002380     SET W-TRAN-GOOD TO TRUE.
002390     MOVE SPACES TO W-DETAIL-LINE.
002400     MOVE TRN-GROUP       TO DL-GROUP.
002410     MOVE TRN-SHIFT       TO DL-SHIFT.
002420     MOVE TRN-DAY         TO DL-DAY.
002430     MOVE TRN-SHIFT-START TO DL-START.
002440     MOVE TRN-SHIFT-END   TO DL-END.
002450     MOVE TRN-PRIMARY-ID  TO DL-PRIMARY.
002460     MOVE TRN-BACKUP-ID   TO DL-BACKUP.
002470     EVALUATE TRUE
002480         WHEN TRN-ADD
002490             MOVE "ADD    " TO DL-ACTION
002500             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002510         WHEN TRN-CHANGE
002520             MOVE "CHANGE " TO DL-ACTION
002530             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002540         WHEN TRN-DELETE
002550             MOVE "DELETE " TO DL-ACTION
002560             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002570         WHEN OTHER
002580             MOVE TRN-ACTION TO DL-ACTION
002590             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002600             MOVE "REJECTED - INVALID ACTION" TO DL-RESULT
002610     END-EVALUATE.
002620     MOVE W-DETAIL-LINE TO PRINT-LINE.
002630     WRITE PRINT-LINE.
002640     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002650 2100-EXIT.
002660     EXIT.
002670
002680 2900-READ-TRAN.
002690     READ TRAN-FILE
002700         AT END
002710             SET W-EOF TO TRUE
002720     END-READ.
002730 2900-EXIT.
002740     EXIT.
002750
002760*    ------------------------------------------------------------
002770*    3000-APPLY-ADD - A NEW ROSTER ENTRY; THE KEY MUST NOT EXIST
002780*    ------------------------------------------------------------
002790 3000-APPLY-ADD.
002800     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
002810     IF W-TRAN-BAD
002820         GO TO 3000-EXIT
002830     END-IF.
002840     MOVE TRN-KEY TO ROS-KEY.
002850     READ ROSTER-FILE
002860         INVALID KEY
002870             PERFORM 4500-BUILD-ROSTER THRU 4500-EXIT
002880             WRITE ROS-RECORD
002890             ADD 1 TO W-TRAN-APPLIED
002900             MOVE "ADDED" TO DL-RESULT
002910         NOT INVALID KEY
002920             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002930             MOVE "REJECTED - ALREADY EXISTS" TO DL-RESULT
002940     END-READ.
002950 3000-EXIT.
002960     EXIT.
002970
002980*    ------------------------------------------------------------
002990*    3100-APPLY-CHANGE - REPLACE AN EXISTING ENTRY IN FULL
003000*    ------------------------------------------------------------
003010 3100-APPLY-CHANGE.
003020     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
003030     IF W-TRAN-BAD
003040         GO TO 3100-EXIT
003050     END-IF.
003060     MOVE TRN-KEY TO ROS-KEY.
003070     READ ROSTER-FILE
003080         INVALID KEY
003090             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003100             MOVE "REJECTED - ENTRY NOT FOUND" TO DL-RESULT
003110         NOT INVALID KEY
003120             PERFORM 4500-BUILD-ROSTER THRU 4500-EXIT
003130             REWRITE ROS-RECORD
003140             ADD 1 TO W-TRAN-APPLIED
003150             MOVE "CHANGED" TO DL-RESULT
003160     END-READ.
003170 3100-EXIT.
003180     EXIT.
003190
003200*    ------------------------------------------------------------
003210*    3200-APPLY-DELETE - REMOVE AN EXISTING ENTRY
003220*    ------------------------------------------------------------
003230 3200-APPLY-DELETE.
003240     IF TRN-GROUP = SPACES
003250         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003260         MOVE "REJECTED - GROUP MISSING" TO DL-RESULT
003270         GO TO 3200-EXIT
003280     END-IF.
003290     MOVE TRN-KEY TO ROS-KEY.
003300     READ ROSTER-FILE
003310         INVALID KEY
003320             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003330             MOVE "REJECTED - ENTRY NOT FOUND" TO DL-RESULT
003340         NOT INVALID KEY
003350             DELETE ROSTER-FILE
003360             ADD 1 TO W-TRAN-APPLIED
003370             MOVE "DELETED" TO DL-RESULT
003380     END-READ.
003390 3200-EXIT.
003400     EXIT.
003410
003420*    ------------------------------------------------------------
003430*    4000-EDIT-FIELDS - FIELD EDITS FOR ADD AND CHANGE.  THE
003440*                     GROUP IS A RUN-ID OR A PREFIX ENDING IN
003450*                     ONE ASTERISK; THE DAY IS 1-7, H OR *; THE
003460*                     SHIFT TIMES ARE REAL HHMM CLOCK TIMES; A
003470*                     PRIMARY CONTACT AND PAGER ARE REQUIRED AND
003480*                     A BACKUP IS GIVEN IN FULL OR NOT AT ALL.
003490*    ------------------------------------------------------------
003500 4000-EDIT-FIELDS.
003510     IF TRN-GROUP = SPACES
003520         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003530         MOVE "REJECTED - GROUP MISSING" TO DL-RESULT
003540         GO TO 4000-EXIT
003550     END-IF.
003560     PERFORM 4100-EDIT-GROUP-MASK THRU 4100-EXIT.
003570     IF W-TRAN-BAD
003580         GO TO 4000-EXIT
003590     END-IF.
003600     IF TRN-SHIFT = SPACE
003610         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003620         MOVE "REJECTED - SHIFT MISSING" TO DL-RESULT
003630         GO TO 4000-EXIT
003640     END-IF.
003650     IF (TRN-DAY < '1' OR TRN-DAY > '7')
003660         AND TRN-DAY NOT = 'H' AND TRN-DAY NOT = '*'
003670         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003680         MOVE "REJECTED - INVALID DAY" TO DL-RESULT
003690         GO TO 4000-EXIT
003700     END-IF.
003710     IF TRN-SHIFT-START NOT NUMERIC
003720         OR TRN-SHIFT-END NOT NUMERIC
003730         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003740         MOVE "REJECTED - NON-NUMERIC TIME" TO DL-RESULT
003750         GO TO 4000-EXIT
003760     END-IF.
003770     IF TRN-START-HH > 23 OR TRN-START-MM > 59
003780         OR TRN-END-HH > 23 OR TRN-END-MM > 59
003790         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003800         MOVE "REJECTED - INVALID TIME" TO DL-RESULT
003810         GO TO 4000-EXIT
003820     END-IF.
003830     IF TRN-PRIMARY-ID = SPACES OR TRN-PRIMARY-PAGER = SPACES
003840         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003850         MOVE "REJECTED - PRIMARY MISSING" TO DL-RESULT
003860         GO TO 4000-EXIT
003870     END-IF.
003880     IF (TRN-BACKUP-ID = SPACES AND TRN-BACKUP-PAGER NOT = SPACES)
003890         OR (TRN-BACKUP-ID NOT = SPACES
003900             AND TRN-BACKUP-PAGER = SPACES)
003910         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003920         MOVE "REJECTED - PARTIAL BACKUP" TO DL-RESULT
003930         GO TO 4000-EXIT
003940     END-IF.
003950     IF TRN-BACKUP-ID = TRN-PRIMARY-ID
003960         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003970         MOVE "REJECTED - BACKUP = PRIMARY" TO DL-RESULT
003980     END-IF.
003990 4000-EXIT.
004000     EXIT.
004010
004020*    ------------------------------------------------------------
004030*    4100-EDIT-GROUP-MASK - AN ASTERISK MAY ONLY END THE GROUP
004040*    ------------------------------------------------------------
004050 4100-EDIT-GROUP-MASK.
004060     MOVE ZERO TO W-STAR-CNT.
004070     MOVE ZERO TO W-STAR-POS.
004080     INSPECT TRN-GROUP TALLYING W-STAR-CNT FOR ALL '*'.
004090     IF W-STAR-CNT = ZERO
004100         GO TO 4100-EXIT
004110     END-IF.
004120     INSPECT TRN-GROUP TALLYING W-STAR-POS
004130         FOR CHARACTERS BEFORE INITIAL '*'.
004140     IF W-STAR-CNT > 1
004150         OR TRN-GROUP (1:1) = SPACE
004160         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004170         MOVE "REJECTED - BAD GROUP MASK" TO DL-RESULT
004180         GO TO 4100-EXIT
004190     END-IF.
004200     IF W-STAR-POS < 7
004210         IF TRN-GROUP (W-STAR-POS + 2:) NOT = SPACES
004220             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004230             MOVE "REJECTED - BAD GROUP MASK" TO DL-RESULT
004240         END-IF
004250     END-IF.
004260 4100-EXIT.
004270     EXIT.
004280
004290*    ------------------------------------------------------------
004300*    4500-BUILD-ROSTER - MOVE THE EDITED TRANSACTION FIELDS
004310*                     INTO THE MASTER RECORD
004320*    ------------------------------------------------------------
004330 4500-BUILD-ROSTER.
004340     MOVE SPACES TO ROS-RECORD.
004350     MOVE TRN-KEY           TO ROS-KEY.
004360     MOVE TRN-SHIFT-START   TO ROS-SHIFT-START.
004370     MOVE TRN-SHIFT-END     TO ROS-SHIFT-END.
004380     MOVE TRN-PRIMARY-ID    TO ROS-PRIMARY-ID.
004390     MOVE TRN-PRIMARY-PAGER TO ROS-PRIMARY-PAGER.
004400     MOVE TRN-BACKUP-ID     TO ROS-BACKUP-ID.
004410     MOVE TRN-BACKUP-PAGER  TO ROS-BACKUP-PAGER.
004420 4500-EXIT.
004430     EXIT.
004440
004450*    ------------------------------------------------------------
004460*    4900-REJECT-TRAN - COUNT A REJECTED TRANSACTION
004470*    ------------------------------------------------------------
004480 4900-REJECT-TRAN.
004490     SET W-TRAN-BAD TO TRUE.
004500     ADD 1 TO W-TRAN-REJECTED.
004510     IF NOT W-RC-NO-MASTER
004520         SET W-RC-REJECTS TO TRUE
004530     END-IF.
004540 4900-EXIT.
004550     EXIT.
004560
004570*    ------------------------------------------------------------
004580*    6000-PRINT-TRAILER - WRITE THE TRANSACTION TOTALS
004590*    ------------------------------------------------------------
004600 6000-PRINT-TRAILER.
004610     MOVE SPACES TO PRINT-LINE.
004620     WRITE PRINT-LINE.
004630     MOVE W-TRAN-READ TO TL-READ.
004640     MOVE W-TRAILER-LINE-1 TO PRINT-LINE.
004650     WRITE PRINT-LINE.
004660     MOVE W-TRAN-APPLIED TO TL-APPLIED.
004670     MOVE W-TRAILER-LINE-2 TO PRINT-LINE.
004680     WRITE PRINT-LINE.
004690     MOVE W-TRAN-REJECTED TO TL-REJECTED.
004700     MOVE W-TRAILER-LINE-3 TO PRINT-LINE.
004710     WRITE PRINT-LINE.
004720 6000-EXIT.
004730     EXIT.
004740
004750*    ------------------------------------------------------------
004760*    7000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
004770*    ------------------------------------------------------------
004780 7000-TERMINATE.
004790     IF NOT W-RC-NO-MASTER
004800         CLOSE ROSTER-FILE
004810         IF W-TRAN-FILE-STATUS = "00" OR W-TRAN-FILE-STATUS = "10"
004820             CLOSE TRAN-FILE
004830         END-IF
004840     END-IF.
004850     CLOSE PRINT-FILE.
004860     MOVE W-RETURN-CODE TO RETURN-CODE.
004870 7000-EXIT.
004880     EXIT.
