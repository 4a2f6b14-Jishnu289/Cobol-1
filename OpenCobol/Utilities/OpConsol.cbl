000010******************************************************************
000020* PROGRAM:   OPCONSOL                                            *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   INTERACTIVE OPERATOR CONSOLE FOR THE COUNTDOWN      *
000070*            RUNS.  AFTER SIGN-ON AGAINST THE CDOPAUTH AUTHORITY *
000080*            MASTER IT SHOWS EVERY ACTIVE OR PAUSED RUN-ID ON    *
000090*            CDRUNREG WITH ITS JOB NAME, START TIME AND LATEST   *
000100*            CDCHKPT CHECKPOINT VALUE AND ITERATION COUNT, AND   *
000110*            THE MOST RECENT CDALERT THRESHOLD ALERTS.  THE      *
000120*            OPERATOR PICKS A RUN BY ITS LINE NUMBER AND ISSUES  *
000130*            PAUSE, RESUME OR CANCEL; ONCE CONFIRMED, THE        *
000140*            COMMAND IS CHECKED AGAINST THE OPERATOR'S GRANTS    *
000150*            (THE SAME RULES WHILE APPLIES) AND APPENDED TO THE  *
000160*            CDOPCMD DECK UNDER THE OPERATOR'S ID.  A REFUSED    *
000170*            COMMAND IS NOT SENT AND IS WRITTEN TO THE CDSECJNL  *
000180*            SECURITY JOURNAL; A SENT ONE IS JOURNALED BY THE    *
000190*            WHILE INSTANCE THAT ACTS ON IT.  THE CONSOLE THEN   *
000200*            WATCHES THE RUN'S REGISTRY ROW AND REPORTS THE      *
000210*            COMMAND IN EFFECT WHEN THE STATUS CHANGES - PAUSED  *
000220*            FOR A PAUSE, ACTIVE AGAIN FOR A RESUME, FAILED WITH *
000230*            RC 16 FOR A CANCEL.  ENTER ALONE REFRESHES THE      *
000240*            SCREEN AND KEEPS WATCHING.                          *
000250*            RC 04 IF ANY COMMAND WAS REFUSED IN THE SESSION,    *
000260*            RC 08 IF THE OPERATOR COULD NOT SIGN ON OR A        *
000265*            REFUSAL COULD NOT BE WRITTEN TO CDSECJNL.           *
000270******************************************************************
000280* MODIFICATION HISTORY                                           *
000290*   DATE        BY    DESCRIPTION                                *
000300*   ----------  ----  ------------------------------------       *
000310*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000315*   10/15/2026  JFM   A ONE-DIGIT RUN SELECTION IS ACCEPTED.     *
000316*   10/15/2026  JFM   CHECK THE CDSECJNL AND CDOPCMD WRITES; A   *
000318*                     COMMAND NOT WRITTEN IS NOT WATCHED.        *
000320******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. OPCONSOL.
000350 AUTHOR. JFM.
000360 INSTALLATION. DATA CENTER OPERATIONS.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT RUN-REGISTRY ASSIGN TO "CDRUNREG"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS REG-RUN-ID
000470         FILE STATUS IS W-REG-FILE-STATUS.
000480
000490     SELECT CHECKPOINT-FILE ASSIGN TO "CDCHKPT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CHK-RUN-ID
000530         FILE STATUS IS W-CHKPT-FILE-STATUS.
000540
000550     SELECT ALERT-FILE ASSIGN TO "CDALERT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS W-ALERT-FILE-STATUS.
000580
000590     SELECT OPCMD-FILE ASSIGN TO "CDOPCMD"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS W-OPCMD-FILE-STATUS.
000620
000630     SELECT AUTHORITY-FILE ASSIGN TO "CDOPAUTH"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS AUT-OPER-ID
000670         FILE STATUS IS W-AUT-FILE-STATUS.
000680
000690     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS W-SEC-FILE-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  RUN-REGISTRY
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 60 CHARACTERS.
000780     COPY CDREGREC.
000790
000800 FD  CHECKPOINT-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 20 CHARACTERS.
000830     COPY CDCHKREC.
000840
000850 FD  ALERT-FILE
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 40 CHARACTERS.
000880     COPY CDALTREC.
000890
000900 FD  OPCMD-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 20 CHARACTERS.
000930 01  OPCMD-RECORD.
000940     05  OPC-COMMAND             PIC X(06).
000950     05  OPC-RUN-ID              PIC X(08).
000960     05  OPC-OPER-ID             PIC X(06).
000970
000980 FD  AUTHORITY-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 60 CHARACTERS.
001010     COPY CDAUTREC.
001020
001030 FD  SECURITY-JOURNAL
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060     COPY CDSECREC.
001070
001080 WORKING-STORAGE SECTION.
001090*    ------------------------------------------------------------
001100*    FILE STATUS FIELDS
001110*    ------------------------------------------------------------
001120 01  W-REG-FILE-STATUS           PIC X(02) VALUE SPACES.
001130 01  W-CHKPT-FILE-STATUS         PIC X(02) VALUE SPACES.
001140 01  W-ALERT-FILE-STATUS         PIC X(02) VALUE SPACES.
001150 01  W-OPCMD-FILE-STATUS         PIC X(02) VALUE SPACES.
001160 01  W-AUT-FILE-STATUS           PIC X(02) VALUE SPACES.
001170 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
001180
001190*    ------------------------------------------------------------
001200*    SWITCHES
001210*    ------------------------------------------------------------
001220 77  W-QUIT-SW                   PIC X(01) VALUE 'N'.
001230     88  W-QUIT                             VALUE 'Y'.
001240 77  W-SIGNON-SW                 PIC X(01) VALUE 'N'.
001250     88  W-SIGNED-ON                        VALUE 'Y'.
001260 77  W-REG-EOF-SW                PIC X(01) VALUE 'N'.
001270     88  W-REG-EOF                          VALUE 'Y'.
001280 77  W-ALERT-EOF-SW              PIC X(01) VALUE 'N'.
001290     88  W-ALERT-EOF                        VALUE 'Y'.
001300 77  W-CHKPT-OPEN-SW             PIC X(01) VALUE 'N'.
001310     88  W-CHKPT-OPEN                       VALUE 'Y'.
001320 77  W-EDIT-SW                   PIC X(01) VALUE 'Y'.
001330     88  W-CMD-GOOD                         VALUE 'Y'.
001340     88  W-CMD-BAD                          VALUE 'N'.
001350 77  W-CMD-VERDICT-SW            PIC X(01) VALUE 'N'.
001360     88  W-CMD-HONOURED                     VALUE 'Y'.
001370     88  W-CMD-REFUSED                      VALUE 'N'.
001373 77  W-SEC-ERR-SW                PIC X(01) VALUE 'N'.
001376     88  W-SEC-WRITE-FAILED                 VALUE 'Y'.
001380 77  W-REG-ROW-SW                PIC X(01) VALUE 'N'.
001390     88  W-REG-ROW-FOUND                    VALUE 'Y'.
001400     88  W-REG-ROW-MISSING                  VALUE 'N'.
001410     88  W-REG-ROW-UNAVAIL                  VALUE 'U'.
001420 77  W-PEND-SW                   PIC X(01) VALUE 'N'.
001430     88  W-PEND-NONE                        VALUE 'N'.
001440     88  W-PEND-WAITING                     VALUE 'W'.
001450     88  W-PEND-SETTLED                     VALUE 'S'.
001460
001470*    ------------------------------------------------------------
001480*    COUNTERS, SUBSCRIPTS AND LIMITS.  W-POLL-MAX POLLS OF
001490*    W-POLL-SECS SECONDS ARE SPENT WATCHING FOR A NEW COMMAND TO
001500*    TAKE EFFECT BEFORE CONTROL GOES BACK TO THE OPERATOR.
001510*    ------------------------------------------------------------
001520 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
001530 77  W-SEL-NO                    PIC S9(04) COMP VALUE ZERO.
001540 77  W-RUN-CNT                   PIC S9(04) COMP VALUE ZERO.
001550 77  W-RUN-OVER                  PIC S9(04) COMP VALUE ZERO.
001560 77  W-RUN-MAX                   PIC S9(04) COMP VALUE 10.
001570 77  W-ALT-CNT                   PIC S9(04) COMP VALUE ZERO.
001580 77  W-ALT-MAX                   PIC S9(04) COMP VALUE 4.
001590 77  W-SIGNON-TRIES              PIC S9(04) COMP VALUE ZERO.
001600 77  W-SIGNON-MAX                PIC S9(04) COMP VALUE 3.
001610 77  W-POLL-CNT                  PIC S9(04) COMP VALUE ZERO.
001620 77  W-POLL-MAX                  PIC S9(04) COMP VALUE 15.
001630 01  W-POLL-SECS                 PIC 9(04) COMP VALUE 2.
001640
001650*    ------------------------------------------------------------
001660*    RETURN CODE
001670*    ------------------------------------------------------------
001680 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001690     88  W-RC-NORMAL                        VALUE 00.
001700     88  W-RC-REFUSALS                      VALUE 04.
001710     88  W-RC-NO-SIGNON                     VALUE 08.
001715     88  W-RC-SEC-FAILED                    VALUE 08.
001720
001730*    ------------------------------------------------------------
001740*    OPERATOR AND SCREEN INPUT FIELDS
001750*    ------------------------------------------------------------
001760 01  W-OPER-ID                   PIC X(06) VALUE SPACES.
001770 01  W-OPER-NAME                 PIC X(20) VALUE SPACES.
001780 01  W-SEL-IN                    PIC X(02) VALUE SPACES.
001790 01  W-SEL-NUM REDEFINES W-SEL-IN
001800                                 PIC 9(02).
001810 01  W-CMD-IN                    PIC X(01) VALUE SPACE.
001820     88  W-CMD-PAUSE                        VALUE 'P'.
001830     88  W-CMD-RESUME                       VALUE 'R'.
001840     88  W-CMD-CANCEL                       VALUE 'C'.
001850     88  W-CMD-QUIT                         VALUE 'Q'.
001860     88  W-CMD-REFRESH                      VALUE SPACE.
001870 01  W-CONFIRM-IN                PIC X(01) VALUE SPACE.
001880     88  W-CONFIRMED                        VALUE 'Y'.
001890
001900*    ------------------------------------------------------------
001910*    COMMAND IN HAND AND THE LAST COMMAND SENT
001920*    ------------------------------------------------------------
001930 01  W-CMD-WORD                  PIC X(06) VALUE SPACES.
001940 01  W-CMD-RUN-ID                PIC X(08) VALUE SPACES.
001950 01  W-CMD-REASON                PIC X(30) VALUE SPACES.
001960 01  W-LOOKUP-RUN-ID             PIC X(08) VALUE SPACES.
001970 01  W-PEND-CMD                  PIC X(06) VALUE SPACES.
001980 01  W-PEND-RUN-ID               PIC X(08) VALUE SPACES.
001990
002000*    ------------------------------------------------------------
002010*    ACTIVE RUN AND RECENT ALERT TABLES - ONE PREFORMATTED
002020*    SCREEN LINE PER ENTRY.  ALERTS ARE HELD NEWEST FIRST.
002030*    ------------------------------------------------------------
002040 01  W-RUN-TABLE.
002050     05  W-RUN-ENTRY             OCCURS 10 TIMES.
002060         10  W-RUN-ID            PIC X(08).
002070         10  W-RUN-TEXT          PIC X(76).
002080 01  W-ALT-TABLE.
002090     05  W-ALT-TEXT              PIC X(76) OCCURS 4 TIMES.
002100
002110*    ------------------------------------------------------------
002120*    DATE AND TIME WORK FIELDS
002130*    ------------------------------------------------------------
002140 77  W-TODAY                     PIC 9(08) VALUE ZERO.
002150 77  W-NOW                       PIC 9(08) VALUE ZERO.
002160 01  W-TIME-IN                   PIC 9(08) VALUE ZERO.
002170 01  W-TIME-DISP.
002180     05  W-TD-HH                 PIC X(02).
002190     05  FILLER                  PIC X(01) VALUE ":".
002200     05  W-TD-MM                 PIC X(02).
002210     05  FILLER                  PIC X(01) VALUE ":".
002220     05  W-TD-SS                 PIC X(02).
002230 01  W-NOW-TEXT.
002240     05  W-NT-DATE               PIC 9999/99/99.
002250     05  FILLER                  PIC X(01) VALUE SPACE.
002260     05  W-NT-TIME               PIC X(08).
002270
002280*    ------------------------------------------------------------
002290*    SCREEN LINE LAYOUTS
002300*    ------------------------------------------------------------
002310 01  W-RUN-HEAD-1.
002320     05  FILLER                  PIC X(54) VALUE "ACTIVE RUNS".
002330     05  FILLER                  PIC X(22) VALUE
002340         "LAST CHECKPOINT".
002350
002360 01  W-RUN-HEAD-2.
002370     05  FILLER                  PIC X(04) VALUE "NO".
002380     05  FILLER                  PIC X(10) VALUE "RUN-ID".
002390     05  FILLER                  PIC X(10) VALUE "JOB".
002400     05  FILLER                  PIC X(21) VALUE "STARTED".
002410     05  FILLER                  PIC X(09) VALUE "STATUS".
002420     05  FILLER                  PIC X(08) VALUE "VALUE".
002430     05  FILLER                  PIC X(07) VALUE "  ITERS".
002440     05  FILLER                  PIC X(07) VALUE SPACES.
002450
002460 01  W-RUN-LINE.
002470     05  RL-SEL                  PIC Z9.
002480     05  FILLER                  PIC X(02).
002490     05  RL-RUN-ID               PIC X(08).
002500     05  FILLER                  PIC X(02).
002510     05  RL-JOB                  PIC X(08).
002520     05  FILLER                  PIC X(02).
002530     05  RL-START-DATE           PIC 9999/99/99.
002540     05  FILLER                  PIC X(01).
002550     05  RL-START-TIME           PIC X(08).
002560     05  FILLER                  PIC X(02).
002570     05  RL-STATUS               PIC X(07).
002580     05  FILLER                  PIC X(02).
002590     05  RL-CHK-AREA.
002600         10  RL-VALUE            PIC -ZZZ9.
002610         10  FILLER              PIC X(03).
002620         10  RL-ITER             PIC ZZZ,ZZ9.
002630     05  RL-CHK-TEXT REDEFINES RL-CHK-AREA
002640                                 PIC X(15).
002650     05  FILLER                  PIC X(07).
002660
002670 01  W-OVER-LINE.
002680     05  OL-COUNT                PIC ZZZ9.
002690     05  FILLER                  PIC X(72) VALUE
002700         " MORE ACTIVE RUN-IDS NOT SHOWN - SEE REGLIST".
002710 01  W-OVER-TEXT                 PIC X(76) VALUE SPACES.
002720
002730 01  W-ALT-HEAD.
002740     05  FILLER                  PIC X(10) VALUE "ALERT RUN".
002750     05  FILLER                  PIC X(10) VALUE "SEVERITY".
002760     05  FILLER                  PIC X(12) VALUE "THRESHOLD".
002770     05  FILLER                  PIC X(06) VALUE "TICK".
002780     05  FILLER                  PIC X(38) VALUE
002790         "RAISED (NEWEST FIRST)".
002800
002810 01  W-ALERT-LINE.
002820     05  AL-RUN-ID               PIC X(08).
002830     05  FILLER                  PIC X(02).
002840     05  AL-SEV                  PIC X(08).
002850     05  FILLER                  PIC X(02).
002860     05  AL-TYPE                 PIC X(05).
002870     05  FILLER                  PIC X(01).
002880     05  AL-THRESH               PIC -ZZ9.
002890     05  FILLER                  PIC X(02).
002900     05  AL-TICK                 PIC -ZZ9.
002910     05  FILLER                  PIC X(02).
002920     05  AL-DATE                 PIC 9999/99/99.
002930     05  FILLER                  PIC X(01).
002940     05  AL-TIME                 PIC X(08).
002950     05  FILLER                  PIC X(19).
002960
002970 01  W-CONFIRM-LINE.
002980     05  FILLER                  PIC X(08) VALUE "CONFIRM ".
002990     05  CL-CMD                  PIC X(06).
003000     05  FILLER                  PIC X(08) VALUE " OF RUN ".
003010     05  CL-RUN-ID               PIC X(08).
003020     05  FILLER                  PIC X(22) VALUE
003030         " - ENTER Y TO SEND IT:".
003040
003050 01  W-PEND-LINE.
003060     05  FILLER                  PIC X(14) VALUE "LAST COMMAND: ".
003070     05  PL-CMD                  PIC X(06).
003080     05  FILLER                  PIC X(09) VALUE " FOR RUN ".
003090     05  PL-RUN-ID               PIC X(08).
003100     05  FILLER                  PIC X(03) VALUE " - ".
003110     05  PL-STATE                PIC X(36).
003120 01  W-PEND-TEXT                 PIC X(76) VALUE SPACES.
003130
003140 01  W-MSG-TEXT                  PIC X(76) VALUE SPACES.
003150
003160 SCREEN SECTION.
003170*    ------------------------------------------------------------
003180*    SIGN-ON SCREEN
003190*    ------------------------------------------------------------
003200 01  SIGNON-SCREEN.
003210     05  BLANK SCREEN.
003220     05  LINE 01 COLUMN 01 VALUE "OPCONSOL".
003230     05  LINE 01 COLUMN 20 VALUE "COUNTDOWN OPERATOR CONSOLE".
003240     05  LINE 05 COLUMN 10 VALUE "OPERATOR ID:".
003250     05  LINE 05 COLUMN 23 PIC X(06) USING W-OPER-ID
003260         HIGHLIGHT.
003270     05  LINE 24 COLUMN 01 PIC X(76) FROM W-MSG-TEXT.
003280
003290*    ------------------------------------------------------------
003300*    MAIN CONSOLE SCREEN
003310*    ------------------------------------------------------------
003320 01  CONSOLE-SCREEN.
003330     05  BLANK SCREEN.
003340     05  LINE 01 COLUMN 01 VALUE "OPCONSOL".
003350     05  LINE 01 COLUMN 20 VALUE "COUNTDOWN OPERATOR CONSOLE".
003360     05  LINE 01 COLUMN 58 PIC X(19) FROM W-NOW-TEXT.
003370     05  LINE 02 COLUMN 01 VALUE "OPERATOR".
003380     05  LINE 02 COLUMN 10 PIC X(06) FROM W-OPER-ID.
003390     05  LINE 02 COLUMN 18 PIC X(20) FROM W-OPER-NAME.
003400     05  LINE 04 COLUMN 01 PIC X(76) FROM W-RUN-HEAD-1.
003410     05  LINE 05 COLUMN 01 PIC X(76) FROM W-RUN-HEAD-2.
003420     05  LINE 06 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (01).
003430     05  LINE 07 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (02).
003440     05  LINE 08 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (03).
003450     05  LINE 09 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (04).
003460     05  LINE 10 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (05).
003470     05  LINE 11 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (06).
003480     05  LINE 12 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (07).
003490     05  LINE 13 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (08).
003500     05  LINE 14 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (09).
003510     05  LINE 15 COLUMN 01 PIC X(76) FROM W-RUN-TEXT (10).
003520     05  LINE 16 COLUMN 01 PIC X(76) FROM W-OVER-TEXT.
003530     05  LINE 17 COLUMN 01 PIC X(76) FROM W-ALT-HEAD.
003540     05  LINE 18 COLUMN 01 PIC X(76) FROM W-ALT-TEXT (01).
003550     05  LINE 19 COLUMN 01 PIC X(76) FROM W-ALT-TEXT (02).
003560     05  LINE 20 COLUMN 01 PIC X(76) FROM W-ALT-TEXT (03).
003570     05  LINE 21 COLUMN 01 PIC X(76) FROM W-ALT-TEXT (04).
003580     05  LINE 22 COLUMN 01 VALUE "SELECT NO:".
003590     05  LINE 22 COLUMN 12 PIC X(02) USING W-SEL-IN
003600         HIGHLIGHT.
003610     05  LINE 22 COLUMN 16 VALUE "COMMAND:".
003620     05  LINE 22 COLUMN 25 PIC X(01) USING W-CMD-IN
003630         HIGHLIGHT.
003640     05  LINE 22 COLUMN 28 VALUE
003650         "P=PAUSE R=RESUME C=CANCEL Q=QUIT ENTER=REFRESH".
003660     05  LINE 23 COLUMN 01 PIC X(76) FROM W-PEND-TEXT.
003670     05  LINE 24 COLUMN 01 PIC X(76) FROM W-MSG-TEXT
003680         HIGHLIGHT.
003690
003700*    ------------------------------------------------------------
003710*    CONFIRMATION PROMPT, OVERLAID ON THE COMMAND LINE
003720*    ------------------------------------------------------------
003730 01  CONFIRM-SCREEN.
003740     05  LINE 22 COLUMN 01 BLANK LINE.
003750     05  LINE 22 COLUMN 01 PIC X(52) FROM W-CONFIRM-LINE.
003760     05  LINE 22 COLUMN 54 PIC X(01) USING W-CONFIRM-IN
003770         HIGHLIGHT.
003780
003790*    ------------------------------------------------------------
003800*    PROGRESS LINES REDRAWN WHILE A NEW COMMAND IS WATCHED
003810*    ------------------------------------------------------------
003820 01  WATCH-SCREEN.
003830     05  LINE 01 COLUMN 58 PIC X(19) FROM W-NOW-TEXT.
003840     05  LINE 22 COLUMN 01 BLANK LINE.
003850     05  LINE 22 COLUMN 01 VALUE
003860         "WATCHING THE RUN REGISTRY FOR THE COMMAND TO ACT".
003870     05  LINE 23 COLUMN 01 PIC X(76) FROM W-PEND-TEXT.
003880     05  LINE 24 COLUMN 01 PIC X(76) FROM W-MSG-TEXT
003890         HIGHLIGHT.
003900
003910 PROCEDURE DIVISION.
003920*    ------------------------------------------------------------
003930*    0000-MAINLINE - PROGRAM ENTRY POINT
003940*    ------------------------------------------------------------
003950 0000-MAINLINE.
003960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003970     IF W-SIGNED-ON
003980         PERFORM 2000-CONSOLE-CYCLE THRU 2000-EXIT
003990             UNTIL W-QUIT
004000     END-IF.
004010     PERFORM 7000-TERMINATE THRU 7000-EXIT.
004020     GOBACK.
004030
004040*    ------------------------------------------------------------
004050*    1000-INITIALIZE - SIGN THE OPERATOR ON.  THREE ATTEMPTS
004060*                     ARE ALLOWED BEFORE THE CONSOLE GIVES UP.
004070*    ------------------------------------------------------------
004080 1000-INITIALIZE.
004090     MOVE SPACES TO W-MSG-TEXT.
004100     MOVE SPACES TO W-PEND-TEXT.
004110     SET W-PEND-NONE TO TRUE.
004120     MOVE ZERO TO W-SIGNON-TRIES.
004130     PERFORM 1100-SIGN-ON THRU 1100-EXIT
004140         UNTIL W-SIGNED-ON OR W-SIGNON-TRIES >= W-SIGNON-MAX.
004150     IF NOT W-SIGNED-ON
004160         DISPLAY "OPCON002E SIGN-ON FAILED - CONSOLE NOT STARTED"
004170         SET W-RC-NO-SIGNON TO TRUE
004180     END-IF.
004190     MOVE SPACES TO W-MSG-TEXT.
004200 1000-EXIT.
004210     EXIT.
004220
004230*    ------------------------------------------------------------
004240*    1100-SIGN-ON - THE OPERATOR MUST BE ON CDOPAUTH, ACTIVE,
004250*                     AND HOLD AT LEAST ONE OF THE PAUSE/RESUME,
004260*                     CANCEL AND CANCEL-ALL GRANTS.  EACH COMMAND
004270*                     IS STILL CHECKED IN FULL WHEN IT IS ISSUED.
004280*    ------------------------------------------------------------
004290 1100-SIGN-ON.
004300     ADD 1 TO W-SIGNON-TRIES.
004310     MOVE SPACES TO W-OPER-ID.
004320     DISPLAY SIGNON-SCREEN.
004330     ACCEPT SIGNON-SCREEN.
004340     INSPECT W-OPER-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
004350         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004360     IF W-OPER-ID = SPACES
004370         MOVE "OPCON004E ENTER YOUR OPERATOR ID" TO W-MSG-TEXT
004380         GO TO 1100-EXIT
004390     END-IF.
004400     OPEN INPUT AUTHORITY-FILE.
004410     IF W-AUT-FILE-STATUS NOT = "00"
004420         MOVE SPACES TO W-MSG-TEXT
004430         STRING "OPCON006E AUTH MASTER UNAVAILABLE - STATUS "
004440             W-AUT-FILE-STATUS DELIMITED BY SIZE INTO W-MSG-TEXT
004450         GO TO 1100-EXIT
004460     END-IF.
004470     MOVE W-OPER-ID TO AUT-OPER-ID.
004480     READ AUTHORITY-FILE
004490         INVALID KEY
004500             MOVE "OPCON004E OPERATOR ID NOT ON THE AUTH MASTER"
004510                 TO W-MSG-TEXT
004520         NOT INVALID KEY
004530             EVALUATE TRUE
004540                 WHEN NOT AUT-ACTIVE
004550                     MOVE "OPCON004E OPERATOR IS SUSPENDED"
004560                         TO W-MSG-TEXT
004570                 WHEN AUT-MAY-PAUSE OR AUT-MAY-CANCEL
004580                     OR AUT-MAY-CANCEL-ALL
004590                     SET W-SIGNED-ON TO TRUE
004600                     MOVE AUT-OPER-NAME TO W-OPER-NAME
004610                 WHEN OTHER
004620                     MOVE "OPCON004E NO CONSOLE COMMAND GRANT"
004630                         TO W-MSG-TEXT
004640             END-EVALUATE
004650     END-READ.
004660     CLOSE AUTHORITY-FILE.
004670 1100-EXIT.
004680     EXIT.
004690
004700*    ------------------------------------------------------------
004710*    2000-CONSOLE-CYCLE - REFRESH THE RUN AND ALERT LISTS AND ANY
004720*                     COMMAND STILL BEING WATCHED, SHOW THE SCREEN
004730*                     AND ACT ON WHAT THE OPERATOR ENTERS
004740*    ------------------------------------------------------------
004750 2000-CONSOLE-CYCLE.
004760     PERFORM 2100-LOAD-ACTIVE-RUNS THRU 2100-EXIT.
004770     PERFORM 2200-LOAD-RECENT-ALERTS THRU 2200-EXIT.
004780     IF W-PEND-WAITING
004790         PERFORM 2850-CHECK-PENDING THRU 2850-EXIT
004800     END-IF.
004810     PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
004820     MOVE SPACES TO W-SEL-IN.
004830     MOVE SPACE TO W-CMD-IN.
004840     DISPLAY CONSOLE-SCREEN.
004850     ACCEPT CONSOLE-SCREEN.
004860     MOVE SPACES TO W-MSG-TEXT.
004870     INSPECT W-CMD-IN CONVERTING "pqrc" TO "PQRC".
004880     EVALUATE TRUE
004890         WHEN W-CMD-QUIT
004900             SET W-QUIT TO TRUE
004910         WHEN W-CMD-REFRESH
004920             CONTINUE
004930         WHEN W-CMD-PAUSE OR W-CMD-RESUME OR W-CMD-CANCEL
004940             PERFORM 3000-PROCESS-COMMAND THRU 3000-EXIT
004950         WHEN OTHER
004960             MOVE "OPCON010E COMMAND MUST BE P, R, C, Q OR BLANK"
004970                 TO W-MSG-TEXT
004980     END-EVALUATE.
004990 2000-EXIT.
005000     EXIT.
005010
005020*    ------------------------------------------------------------
005030*    2100-LOAD-ACTIVE-RUNS - BROWSE CDRUNREG FOR ACTIVE AND
005040*                     PAUSED ROWS, WITH EACH RUN'S CDCHKPT ENTRY.
005050*                     ROWS BEYOND THE TABLE ARE ONLY COUNTED.
005060*    ------------------------------------------------------------
005070 2100-LOAD-ACTIVE-RUNS.
005080     MOVE ZERO TO W-RUN-CNT.
005090     MOVE ZERO TO W-RUN-OVER.
005100     MOVE SPACES TO W-RUN-TABLE.
005110     MOVE SPACES TO W-OVER-TEXT.
005120     MOVE 'N' TO W-REG-EOF-SW.
005130     OPEN INPUT RUN-REGISTRY.
005140     IF W-REG-FILE-STATUS NOT = "00"
005150         STRING "  (RUN REGISTRY UNAVAILABLE - STATUS "
005160             W-REG-FILE-STATUS ")" DELIMITED BY SIZE
005170             INTO W-RUN-TEXT (1)
005180         GO TO 2100-EXIT
005190     END-IF.
005200     MOVE 'N' TO W-CHKPT-OPEN-SW.
005210     OPEN INPUT CHECKPOINT-FILE.
005220     IF W-CHKPT-FILE-STATUS = "00"
005230         SET W-CHKPT-OPEN TO TRUE
005240     END-IF.
005250     PERFORM 2110-READ-ONE-REG THRU 2110-EXIT
005260         UNTIL W-REG-EOF.
005270     CLOSE RUN-REGISTRY.
005280     IF W-CHKPT-OPEN
005290         CLOSE CHECKPOINT-FILE
005300     END-IF.
005310     IF W-RUN-CNT = ZERO
005320         MOVE "  (NO ACTIVE RUNS IN THE RUN REGISTRY)"
005330             TO W-RUN-TEXT (1)
005340     END-IF.
005350     IF W-RUN-OVER > ZERO
005360         MOVE W-RUN-OVER TO OL-COUNT
005370         MOVE W-OVER-LINE TO W-OVER-TEXT
005380     END-IF.
005390 2100-EXIT.
005400     EXIT.
005410
005420 2110-READ-ONE-REG.
005430     READ RUN-REGISTRY NEXT RECORD
005440         AT END
005450             SET W-REG-EOF TO TRUE
005460         NOT AT END
005470             IF REG-ACTIVE
005480                 IF W-RUN-CNT < W-RUN-MAX
005490                     ADD 1 TO W-RUN-CNT
005500                     PERFORM 2120-BUILD-RUN-LINE THRU 2120-EXIT
005510                 ELSE
005520                     ADD 1 TO W-RUN-OVER
005530                 END-IF
005540             END-IF
005550     END-READ.
005560 2110-EXIT.
005570     EXIT.
005580
005590*    ------------------------------------------------------------
005600*    2120-BUILD-RUN-LINE - ONE SCREEN LINE FOR THE REGISTRY ROW
005610*                     JUST READ.  A RUN THAT HAS NOT YET REACHED
005620*                     ITS FIRST CHECKPOINT SHOWS NO CHECKPOINT.
005630*    ------------------------------------------------------------
005640 2120-BUILD-RUN-LINE.
005650     MOVE SPACES TO W-RUN-LINE.
005660     MOVE W-RUN-CNT      TO RL-SEL.
005670     MOVE REG-RUN-ID     TO RL-RUN-ID.
005680     MOVE REG-RUN-ID     TO W-RUN-ID (W-RUN-CNT).
005690     MOVE REG-JOB-NAME   TO RL-JOB.
005700     MOVE REG-START-DATE TO RL-START-DATE.
005710     MOVE REG-START-TIME TO W-TIME-IN.
005720     PERFORM 9000-FORMAT-TIME THRU 9000-EXIT.
005730     MOVE W-TIME-DISP    TO RL-START-TIME.
005740     IF REG-PAUSED
005750         MOVE "PAUSED " TO RL-STATUS
005760     ELSE
005770         MOVE "RUNNING" TO RL-STATUS
005780     END-IF.
005790     IF NOT W-CHKPT-OPEN
005800         MOVE "CHKPT N/A" TO RL-CHK-TEXT
005810     ELSE
005820         MOVE REG-RUN-ID TO CHK-RUN-ID
005830         READ CHECKPOINT-FILE
005840             INVALID KEY
005850                 MOVE "NO CHECKPOINT" TO RL-CHK-TEXT
005860             NOT INVALID KEY
005870                 MOVE CHK-CURRENT-VALUE TO RL-VALUE
005880                 MOVE CHK-ITER-COUNT    TO RL-ITER
005890         END-READ
005900     END-IF.
005910     MOVE W-RUN-LINE TO W-RUN-TEXT (W-RUN-CNT).
005920 2120-EXIT.
005930     EXIT.
005940
005950*    ------------------------------------------------------------
005960*    2200-LOAD-RECENT-ALERTS - READ CDALERT TO THE END, KEEPING
005970*                     THE LAST FOUR ALERTS RAISED, NEWEST FIRST
005980*    ------------------------------------------------------------
005990 2200-LOAD-RECENT-ALERTS.
006000     MOVE ZERO TO W-ALT-CNT.
006010     MOVE SPACES TO W-ALT-TABLE.
006020     MOVE 'N' TO W-ALERT-EOF-SW.
006030     OPEN INPUT ALERT-FILE.
006040     IF W-ALERT-FILE-STATUS = "00"
006050         PERFORM 2210-READ-ONE-ALERT THRU 2210-EXIT
006060             UNTIL W-ALERT-EOF
006070         CLOSE ALERT-FILE
006080     END-IF.
006090     IF W-ALT-CNT = ZERO
006100         MOVE "  (NO ALERTS RECORDED)" TO W-ALT-TEXT (1)
006110     END-IF.
006120 2200-EXIT.
006130     EXIT.
006140
006150 2210-READ-ONE-ALERT.
006160     READ ALERT-FILE
006170         AT END
006180             SET W-ALERT-EOF TO TRUE
006190         NOT AT END
006200             PERFORM 2220-SHIFT-ONE-ALERT THRU 2220-EXIT
006210                 VARYING W-X1 FROM W-ALT-MAX BY -1
006220                 UNTIL W-X1 < 2
006230             PERFORM 2230-BUILD-ALERT-LINE THRU 2230-EXIT
006240             IF W-ALT-CNT < W-ALT-MAX
006250                 ADD 1 TO W-ALT-CNT
006260             END-IF
006270     END-READ.
006280 2210-EXIT.
006290     EXIT.
006300
006310 2220-SHIFT-ONE-ALERT.
006320     MOVE W-ALT-TEXT (W-X1 - 1) TO W-ALT-TEXT (W-X1).
006330 2220-EXIT.
006340     EXIT.
006350
006360 2230-BUILD-ALERT-LINE.
006370     MOVE SPACES TO W-ALERT-LINE.
006380     MOVE ALT-RUN-ID TO AL-RUN-ID.
006390     EVALUATE TRUE
006400         WHEN ALT-SEV-CRITICAL
006410             MOVE "CRITICAL" TO AL-SEV
006420         WHEN ALT-SEV-WARNING
006430             MOVE "WARNING " TO AL-SEV
006440         WHEN ALT-SEV-INFO
006450             MOVE "INFO    " TO AL-SEV
006460         WHEN OTHER
006470             MOVE ALT-SEVERITY TO AL-SEV
006480     END-EVALUATE.
006490     IF ALT-TYPE-EVERY
006500         MOVE "EVERY" TO AL-TYPE
006510     ELSE
006520         MOVE "VALUE" TO AL-TYPE
006530     END-IF.
006540     MOVE ALT-THRESH-VALUE TO AL-THRESH.
006550     MOVE ALT-TICK-VALUE   TO AL-TICK.
006560     MOVE ALT-DATE         TO AL-DATE.
006570     MOVE ALT-TIME         TO W-TIME-IN.
006580     PERFORM 9000-FORMAT-TIME THRU 9000-EXIT.
006590     MOVE W-TIME-DISP      TO AL-TIME.
006600     MOVE W-ALERT-LINE TO W-ALT-TEXT (1).
006610 2230-EXIT.
006620     EXIT.
006630
006640*    ------------------------------------------------------------
006650*    2850-CHECK-PENDING - HAS THE LAST COMMAND SENT TAKEN EFFECT?
006660*                     WHILE MARKS THE REGISTRY ROW PAUSED WHEN A
006670*                     PAUSE TAKES HOLD AND ACTIVE AGAIN ON RESUME,
006680*                     AND A CANCEL ENDS THE RUN FAILED WITH RC 16.
006690*                     A RUN THAT ENDS ANOTHER WAY SETTLES THE
006700*                     COMMAND AS OVERTAKEN.  AN UNREADABLE
006710*                     REGISTRY LEAVES IT WAITING.
006720*    ------------------------------------------------------------
006730 2850-CHECK-PENDING.
006740     MOVE W-PEND-RUN-ID TO W-LOOKUP-RUN-ID.
006750     PERFORM 9200-READ-REGISTRY-ROW THRU 9200-EXIT.
006760     EVALUATE TRUE
006770         WHEN W-REG-ROW-UNAVAIL
006780             GO TO 2850-EXIT
006790         WHEN W-REG-ROW-MISSING
006800             MOVE "RUN NO LONGER IN THE RUN REGISTRY"
006810                 TO PL-STATE
006820         WHEN W-PEND-CMD = "PAUSE " AND REG-PAUSED
006830             MOVE "IN EFFECT - RUN IS PAUSED" TO PL-STATE
006840         WHEN W-PEND-CMD = "RESUME" AND REG-RUNNING
006850             MOVE "IN EFFECT - RUN IS RUNNING AGAIN"
006860                 TO PL-STATE
006870         WHEN W-PEND-CMD = "CANCEL" AND REG-FAILED
006880             AND REG-RETURN-CODE = 16
006890             MOVE "IN EFFECT - RUN CANCELLED, RC 16"
006900                 TO PL-STATE
006910         WHEN REG-COMPLETE
006920             MOVE "OVERTAKEN - RUN COMPLETED FIRST" TO PL-STATE
006930         WHEN REG-FAILED
006940             MOVE "OVERTAKEN - RUN FAILED FIRST" TO PL-STATE
006950         WHEN OTHER
006960             GO TO 2850-EXIT
006970     END-EVALUATE.
006980     SET W-PEND-SETTLED TO TRUE.
006990     MOVE W-PEND-LINE TO W-PEND-TEXT.
007000 2850-EXIT.
007010     EXIT.
007020
007030*    ------------------------------------------------------------
007040*    3000-PROCESS-COMMAND - EDIT, CONFIRM, AUTHORISE AND SEND ONE
007050*                     PAUSE, RESUME OR CANCEL, THEN WATCH FOR IT
007060*                     TO TAKE EFFECT
007070*    ------------------------------------------------------------
007080 3000-PROCESS-COMMAND.
007090     SET W-CMD-GOOD TO TRUE.
007100     PERFORM 3100-EDIT-COMMAND THRU 3100-EXIT.
007110     IF W-CMD-BAD
007120         GO TO 3000-EXIT
007130     END-IF.
007140     PERFORM 3200-CONFIRM-COMMAND THRU 3200-EXIT.
007150     IF NOT W-CONFIRMED
007160         STRING "OPCON020I " W-CMD-WORD " OF RUN " W-CMD-RUN-ID
007170             " NOT SENT" DELIMITED BY SIZE INTO W-MSG-TEXT
007180         GO TO 3000-EXIT
007190     END-IF.
007200     PERFORM 3300-CHECK-AUTHORITY THRU 3300-EXIT.
007210     IF W-CMD-REFUSED
007220         SET W-RC-REFUSALS TO TRUE
007230         STRING "OPCON024W " W-CMD-WORD " OF RUN " W-CMD-RUN-ID
007240             " REFUSED - " W-CMD-REASON DELIMITED BY SIZE
007250             INTO W-MSG-TEXT
007260         PERFORM 3400-JOURNAL-REFUSAL THRU 3400-EXIT
007270         GO TO 3000-EXIT
007280     END-IF.
007290     PERFORM 3500-WRITE-OPCMD THRU 3500-EXIT.
007300     IF W-CMD-BAD
007310         GO TO 3000-EXIT
007320     END-IF.
007330     PERFORM 3600-AWAIT-EFFECT THRU 3600-EXIT.
007340 3000-EXIT.
007350     EXIT.
007360
007370*    ------------------------------------------------------------
007380*    3100-EDIT-COMMAND - THE SELECTION MUST BE A LINE ON THE
007386*                     SCREEN (ONE DIGIT OR TWO, KEYED ON EITHER
007393*                     SIDE OF THE FIELD) AND THE RUN MUST STILL
007400*                     BE ACTIVE.  A PAUSED RUN CANNOT BE PAUSED
007410*                     AGAIN, AND ONLY A PAUSED RUN (OR ONE WITH A
007420*                     PAUSE JUST SENT AND NOT YET IN EFFECT) CAN
007425*                     BE RESUMED.
007430*    ------------------------------------------------------------
007440 3100-EDIT-COMMAND.
007441     IF W-SEL-IN (2:1) = SPACE
007443         MOVE W-SEL-IN (1:1) TO W-SEL-IN (2:1)
007445         MOVE SPACE TO W-SEL-IN (1:1)
007446     END-IF.
007448     INSPECT W-SEL-IN REPLACING LEADING SPACE BY "0".
007450     IF W-SEL-IN NOT NUMERIC
007460         MOVE "OPCON012E ENTER THE NO OF A RUN ON THE LIST"
007470             TO W-MSG-TEXT
007480         SET W-CMD-BAD TO TRUE
007490         GO TO 3100-EXIT
007500     END-IF.
007510     MOVE W-SEL-NUM TO W-SEL-NO.
007520     IF W-SEL-NO < 1 OR W-SEL-NO > W-RUN-CNT
007530         MOVE "OPCON012E ENTER THE NO OF A RUN ON THE LIST"
007540             TO W-MSG-TEXT
007550         SET W-CMD-BAD TO TRUE
007560         GO TO 3100-EXIT
007570     END-IF.
007580     MOVE W-RUN-ID (W-SEL-NO) TO W-CMD-RUN-ID.
007590     EVALUATE TRUE
007600         WHEN W-CMD-PAUSE
007610             MOVE "PAUSE " TO W-CMD-WORD
007620         WHEN W-CMD-RESUME
007630             MOVE "RESUME" TO W-CMD-WORD
007640         WHEN OTHER
007650             MOVE "CANCEL" TO W-CMD-WORD
007660     END-EVALUATE.
007670     MOVE W-CMD-RUN-ID TO W-LOOKUP-RUN-ID.
007680     PERFORM 9200-READ-REGISTRY-ROW THRU 9200-EXIT.
007690     IF W-REG-ROW-UNAVAIL
007700         STRING "OPCON004W RUN REGISTRY UNAVAILABLE - STATUS "
007710             W-REG-FILE-STATUS DELIMITED BY SIZE INTO W-MSG-TEXT
007720         SET W-CMD-BAD TO TRUE
007730         GO TO 3100-EXIT
007740     END-IF.
007750     IF W-REG-ROW-MISSING OR NOT REG-ACTIVE
007760         STRING "OPCON014W RUN " W-CMD-RUN-ID
007770             " IS NO LONGER ACTIVE" DELIMITED BY SIZE
007780             INTO W-MSG-TEXT
007790         SET W-CMD-BAD TO TRUE
007800         GO TO 3100-EXIT
007810     END-IF.
007820     IF W-CMD-PAUSE AND REG-PAUSED
007830         STRING "OPCON016W RUN " W-CMD-RUN-ID
007840             " IS ALREADY PAUSED" DELIMITED BY SIZE
007850             INTO W-MSG-TEXT
007860         SET W-CMD-BAD TO TRUE
007870         GO TO 3100-EXIT
007880     END-IF.
007890     IF W-CMD-RESUME AND NOT REG-PAUSED
007900         AND NOT (W-PEND-WAITING AND W-PEND-CMD = "PAUSE "
007910                  AND W-PEND-RUN-ID = W-CMD-RUN-ID)
007920         STRING "OPCON016W RUN " W-CMD-RUN-ID
007930             " IS NOT PAUSED" DELIMITED BY SIZE
007940             INTO W-MSG-TEXT
007950         SET W-CMD-BAD TO TRUE
007960         GO TO 3100-EXIT
007970     END-IF.
007980 3100-EXIT.
007990     EXIT.
008000
008010*    ------------------------------------------------------------
008020*    3200-CONFIRM-COMMAND - NOTHING IS SENT UNTIL THE OPERATOR
008030*                     ANSWERS Y
008040*    ------------------------------------------------------------
008050 3200-CONFIRM-COMMAND.
008060     MOVE SPACE TO W-CONFIRM-IN.
008070     MOVE W-CMD-WORD   TO CL-CMD.
008080     MOVE W-CMD-RUN-ID TO CL-RUN-ID.
008090     DISPLAY CONFIRM-SCREEN.
008100     ACCEPT CONFIRM-SCREEN.
008110     INSPECT W-CONFIRM-IN CONVERTING "y" TO "Y".
008120 3200-EXIT.
008130     EXIT.
008140
008150*    ------------------------------------------------------------
008160*    3300-CHECK-AUTHORITY - THE RULES WHILE APPLIES TO A CDOPCMD
008170*                     CARD, READ FRESH SO A GRANT WITHDRAWN SINCE
008180*                     SIGN-ON IS HONOURED.  PAUSE AND RESUME NEED
008190*                     THE PAUSE/RESUME GRANT; A CANCEL OF ONE
008200*                     RUN-ID NEEDS CANCEL OR CANCEL-ALL.
008210*    ------------------------------------------------------------
008220 3300-CHECK-AUTHORITY.
008230     SET W-CMD-REFUSED TO TRUE.
008240     MOVE SPACES TO W-CMD-REASON.
008250     OPEN INPUT AUTHORITY-FILE.
008260     IF W-AUT-FILE-STATUS NOT = "00"
008270         MOVE "AUTHORITY FILE UNAVAILABLE" TO W-CMD-REASON
008280         GO TO 3300-EXIT
008290     END-IF.
008300     MOVE W-OPER-ID TO AUT-OPER-ID.
008310     READ AUTHORITY-FILE
008320         INVALID KEY
008330             MOVE "UNKNOWN OPERATOR" TO W-CMD-REASON
008340         NOT INVALID KEY
008350             EVALUATE TRUE
008360                 WHEN NOT AUT-ACTIVE
008370                     MOVE "OPERATOR SUSPENDED" TO W-CMD-REASON
008380                 WHEN (W-CMD-PAUSE OR W-CMD-RESUME)
008390                     AND AUT-MAY-PAUSE
008400                     SET W-CMD-HONOURED TO TRUE
008410                 WHEN W-CMD-CANCEL
008420                     AND (AUT-MAY-CANCEL OR AUT-MAY-CANCEL-ALL)
008430                     SET W-CMD-HONOURED TO TRUE
008440                 WHEN OTHER
008450                     MOVE "NOT AUTHORISED" TO W-CMD-REASON
008460             END-EVALUATE
008470     END-READ.
008480     CLOSE AUTHORITY-FILE.
008490 3300-EXIT.
008500     EXIT.
008510
008520*    ------------------------------------------------------------
008530*    3400-JOURNAL-REFUSAL - ONE CDSECJNL ROW FOR A COMMAND REFUSED
008540*                     AT THE CONSOLE.  SUCH A COMMAND NEVER
008550*                     REACHES CDOPCMD, SO NO WHILE INSTANCE WILL
008560*                     JOURNAL IT.  A ROW THAT CANNOT BE WRITTEN
008563*                     IS REPORTED ON THE MESSAGE LINE AND ENDS
008566*                     THE SESSION WITH RC 08.
008570*    ------------------------------------------------------------
008580 3400-JOURNAL-REFUSAL.
008590     OPEN EXTEND SECURITY-JOURNAL.
008600     IF W-SEC-FILE-STATUS = "35"
008610         OPEN OUTPUT SECURITY-JOURNAL
008620     END-IF.
008630     IF W-SEC-FILE-STATUS NOT = "00"
008640         MOVE SPACES TO W-MSG-TEXT
008650         STRING "OPCON028W " W-CMD-WORD " REFUSED - SEC JOURNAL "
008660             "UNAVAILABLE - STATUS " W-SEC-FILE-STATUS
008670             DELIMITED BY SIZE INTO W-MSG-TEXT
008680         GO TO 3400-EXIT
008690     END-IF.
008700     MOVE SPACES TO SEC-RECORD.
008710     ACCEPT SEC-DATE FROM DATE YYYYMMDD.
008720     ACCEPT SEC-TIME FROM TIME.
008730     MOVE "OPCONSOL"   TO SEC-PROGRAM.
008740     MOVE W-OPER-ID    TO SEC-OPER-ID.
008750     IF W-CMD-CANCEL
008760         SET SEC-FN-CANCEL TO TRUE
008770     ELSE
008780         SET SEC-FN-PAUSE-RESUME TO TRUE
008790     END-IF.
008800     MOVE W-CMD-WORD   TO SEC-REQUEST.
008810     MOVE W-CMD-RUN-ID TO SEC-TARGET.
008820     SET SEC-REFUSED TO TRUE.
008830     MOVE W-CMD-REASON TO SEC-REASON.
008840     WRITE SEC-RECORD.
008841     IF W-SEC-FILE-STATUS NOT = "00"
008842         MOVE SPACES TO W-MSG-TEXT
008843         STRING "OPCON034E " W-CMD-WORD " REFUSED - SEC JOURNAL "
008844             "WRITE FAILED - STATUS " W-SEC-FILE-STATUS
008845             DELIMITED BY SIZE INTO W-MSG-TEXT
008846         SET W-CMD-BAD TO TRUE
008847         SET W-SEC-WRITE-FAILED TO TRUE
008848     END-IF.
008850     CLOSE SECURITY-JOURNAL.
008860 3400-EXIT.
008870     EXIT.
008880
008890*    ------------------------------------------------------------
008900*    3500-WRITE-OPCMD - APPEND THE COMMAND TO THE CDOPCMD DECK,
008910*                     CREATING THE DECK IF THIS IS THE FIRST
008920*                     COMMAND, AND START WATCHING IT.  A CARD
008925*                     THE DECK WILL NOT TAKE IS NOT WATCHED.
008930*    ------------------------------------------------------------
008940 3500-WRITE-OPCMD.
008950     OPEN EXTEND OPCMD-FILE.
008960     IF W-OPCMD-FILE-STATUS = "35"
008970         OPEN OUTPUT OPCMD-FILE
008980     END-IF.
008990     IF W-OPCMD-FILE-STATUS NOT = "00"
009000         STRING "OPCON030E COMMAND FILE UNAVAILABLE - STATUS "
009010             W-OPCMD-FILE-STATUS " - " W-CMD-WORD " NOT SENT"
009020             DELIMITED BY SIZE INTO W-MSG-TEXT
009030         SET W-CMD-BAD TO TRUE
009040         GO TO 3500-EXIT
009050     END-IF.
009060     MOVE SPACES       TO OPCMD-RECORD.
009070     MOVE W-CMD-WORD   TO OPC-COMMAND.
009080     MOVE W-CMD-RUN-ID TO OPC-RUN-ID.
009090     MOVE W-OPER-ID    TO OPC-OPER-ID.
009100     WRITE OPCMD-RECORD.
009101     IF W-OPCMD-FILE-STATUS NOT = "00"
009102         CLOSE OPCMD-FILE
009103         MOVE SPACES TO W-MSG-TEXT
009104         STRING "OPCON030E " W-CMD-WORD " COMMAND NOT SENT - "
009105             "STATUS " W-OPCMD-FILE-STATUS
009106             DELIMITED BY SIZE INTO W-MSG-TEXT
009107         SET W-CMD-BAD TO TRUE
009108         GO TO 3500-EXIT
009109     END-IF.
009110     CLOSE OPCMD-FILE.
009120     MOVE W-CMD-WORD   TO W-PEND-CMD.
009130     MOVE W-CMD-RUN-ID TO W-PEND-RUN-ID.
009140     SET W-PEND-WAITING TO TRUE.
009150     MOVE W-CMD-WORD   TO PL-CMD.
009160     MOVE W-CMD-RUN-ID TO PL-RUN-ID.
009170     MOVE "SENT - WAITING FOR THE RUN TO ACT" TO PL-STATE.
009180     MOVE W-PEND-LINE  TO W-PEND-TEXT.
009190     STRING "OPCON022I " W-CMD-WORD " OF RUN " W-CMD-RUN-ID
009200         " SENT BY " W-OPER-ID DELIMITED BY SIZE INTO W-MSG-TEXT.
009210 3500-EXIT.
009220     EXIT.
009230
009240*    ------------------------------------------------------------
009250*    3600-AWAIT-EFFECT - RE-READ THE REGISTRY ROW EVERY FEW
009260*                     SECONDS UNTIL THE COMMAND TAKES EFFECT OR
009270*                     THE WATCH TIMES OUT.  A RUN BETWEEN TICKS OF
009280*                     A LONG PACED INTERVAL MAY TAKE LONGER; ENTER
009290*                     ON THE MAIN SCREEN KEEPS CHECKING.
009300*    ------------------------------------------------------------
009310 3600-AWAIT-EFFECT.
009320     MOVE ZERO TO W-POLL-CNT.
009330     PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
009340     DISPLAY WATCH-SCREEN.
009350     PERFORM 3610-POLL-REGISTRY THRU 3610-EXIT
009360         UNTIL NOT W-PEND-WAITING OR W-POLL-CNT >= W-POLL-MAX.
009370     IF W-PEND-WAITING
009380         MOVE SPACES TO W-MSG-TEXT
009390         STRING "OPCON032I " W-CMD-WORD " OF RUN " W-CMD-RUN-ID
009400             " NOT YET IN EFFECT - PRESS ENTER TO CHECK AGAIN"
009410             DELIMITED BY SIZE INTO W-MSG-TEXT
009420     END-IF.
009430 3600-EXIT.
009440     EXIT.
009450
009460 3610-POLL-REGISTRY.
009470     ADD 1 TO W-POLL-CNT.
009480     CALL "C$SLEEP" USING W-POLL-SECS.
009490     PERFORM 2850-CHECK-PENDING THRU 2850-EXIT.
009500     PERFORM 9100-STAMP-NOW THRU 9100-EXIT.
009510     DISPLAY WATCH-SCREEN.
009520 3610-EXIT.
009530     EXIT.
009540
009550*    ------------------------------------------------------------
009560*    7000-TERMINATE - SET THE RETURN CODE
009570*    ------------------------------------------------------------
009580 7000-TERMINATE.
009582     IF W-SEC-WRITE-FAILED
009585         SET W-RC-SEC-FAILED TO TRUE
009587     END-IF.
009590     MOVE W-RETURN-CODE TO RETURN-CODE.
009600 7000-EXIT.
009610     EXIT.
009620
009630*    ------------------------------------------------------------
009640*    9000-FORMAT-TIME - HHMMSSHH TIME TO HH:MM:SS DISPLAY FORM
009650*    ------------------------------------------------------------
009660 9000-FORMAT-TIME.
009670     MOVE W-TIME-IN(1:2) TO W-TD-HH.
009680     MOVE W-TIME-IN(3:2) TO W-TD-MM.
009690     MOVE W-TIME-IN(5:2) TO W-TD-SS.
009700 9000-EXIT.
009710     EXIT.
009720
009730*    ------------------------------------------------------------
009740*    9100-STAMP-NOW - CURRENT DATE AND TIME FOR THE SCREEN HEADING
009750*    ------------------------------------------------------------
009760 9100-STAMP-NOW.
009770     ACCEPT W-TODAY FROM DATE YYYYMMDD.
009780     ACCEPT W-NOW FROM TIME.
009790     MOVE W-TODAY TO W-NT-DATE.
009800     MOVE W-NOW TO W-TIME-IN.
009810     PERFORM 9000-FORMAT-TIME THRU 9000-EXIT.
009820     MOVE W-TIME-DISP TO W-NT-TIME.
009830 9100-EXIT.
009840     EXIT.
009850
009860*    ------------------------------------------------------------
009870*    9200-READ-REGISTRY-ROW - RANDOM READ OF ONE CDRUNREG ROW BY
009880*                     W-LOOKUP-RUN-ID, FILE OPENED AND CLOSED EACH
009890*                     TIME SO THE WHILE INSTANCES CAN UPDATE IT
009900*    ------------------------------------------------------------
009910 9200-READ-REGISTRY-ROW.
009920     SET W-REG-ROW-MISSING TO TRUE.
009930     OPEN INPUT RUN-REGISTRY.
009940     IF W-REG-FILE-STATUS NOT = "00"
009950         SET W-REG-ROW-UNAVAIL TO TRUE
009960         GO TO 9200-EXIT
009970     END-IF.
009980     MOVE W-LOOKUP-RUN-ID TO REG-RUN-ID.
009990     READ RUN-REGISTRY
010000         INVALID KEY
010010             SET W-REG-ROW-MISSING TO TRUE
010020         NOT INVALID KEY
010030             SET W-REG-ROW-FOUND TO TRUE
010040     END-READ.
010050     CLOSE RUN-REGISTRY.
010060 9200-EXIT.
010070     EXIT.
