000010******************************************************************
000020* PROGRAM:   SECVIOL                                             *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   DAILY SECURITY VIOLATIONS REPORT.  READS THE        *
000070*            CDSECJNL SECURITY JOURNAL AND LISTS, IN JOURNAL     *
000080*            ORDER, EVERY REQUEST REFUSED FOR WANT OF AUTHORITY  *
000090*            ON THE REPORT DATE - CDOPCMD COMMANDS IGNORED BY    *
000093*            WHILE, CONSOLE COMMANDS REFUSED BY OPCONSOL,        *
000096*            OWN-ENTRY ATTEMPTS REFUSED BY AUTHMNT, AND          *
000100*            PROFMNT, SCHEDMNT AND REGMNT TRANSACTIONS NOT       *
000110*            APPLIED.  THE DATE COMES FROM THE                   *
000120*            SECPARM CARD (YYYYMMDD); A MISSING CARD OR A BLANK  *
000130*            DATE MEANS TODAY.  REFUSALS ARE THEN TOTALLED BY    *
000140*            OPERATOR, AND THE DAY'S APPLIED, REJECTED AND       *
000150*            REFUSED COUNTS CLOSE THE REPORT.                    *
000160*            RETURN CODE 04 WHEN THERE WAS ANY VIOLATION, 08     *
000170*            FOR AN INVALID SECPARM DATE.                        *
000180******************************************************************
000190* MODIFICATION HISTORY                                           *
000200*   DATE        BY    DESCRIPTION                                *
000210*   ----------  ----  ------------------------------------       *
000220*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000223*   10/15/2026  JFM   CDSECJNL IS CLOSED ONLY WHEN IT OPENED,    *
000226*                     AND A DAY WITH NO REFUSALS SAYS SO.        *
000230******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. SECVIOL.
000260 AUTHOR. JFM.
000270 INSTALLATION. DATA CENTER OPERATIONS.
000280 DATE-WRITTEN. 10/15/2026.
000290 DATE-COMPILED.
000300
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SEC-PARM-FILE ASSIGN TO "SECPARM"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS W-PARM-FILE-STATUS.
000370
000380     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS W-SEC-FILE-STATUS.
000410
000420     SELECT PRINT-FILE ASSIGN TO "CDRPT25"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS W-PRINT-FILE-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  SEC-PARM-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 80 CHARACTERS.
000510 01  SEC-PARM-RECORD.
000520     05  SECP-DATE               PIC X(08).
000530     05  FILLER                  PIC X(72).
000540
000550 FD  SECURITY-JOURNAL
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580     COPY CDSECREC.
000590
000600 FD  PRINT-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 80 CHARACTERS.
000630 01  PRINT-LINE                  PIC X(80).
000640
000650 WORKING-STORAGE SECTION.
000660*    ------------------------------------------------------------
000670*    FILE STATUS FIELDS
000680*    ------------------------------------------------------------
000690 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
000700 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
000710 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
000720
000730*    ------------------------------------------------------------
000740*    SWITCHES, DATES AND COUNTERS
000750*    ------------------------------------------------------------
000760 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
000770     88  W-EOF                              VALUE 'Y'.
000780 77  W-INPUT-SW                  PIC X(01) VALUE 'Y'.
000790     88  W-INPUT-VALID                      VALUE 'Y'.
000800     88  W-INPUT-INVALID                    VALUE 'N'.
000803 77  W-JNL-OPEN-SW               PIC X(01) VALUE 'N'.
000806     88  W-JNL-OPEN                         VALUE 'Y'.
000810 77  W-TODAY                     PIC 9(08) VALUE ZERO.
000820 77  W-ROWS-READ                 PIC 9(07) VALUE ZERO.
000830 77  W-APPLIED-CNT               PIC 9(05) VALUE ZERO.
000840 77  W-REJECTED-CNT              PIC 9(05) VALUE ZERO.
000850 77  W-REFUSED-CNT               PIC 9(05) VALUE ZERO.
000860
000870 01  W-REPORT-DATE               PIC 9(08) VALUE ZERO.
000880 01  W-REPORT-DATE-R REDEFINES W-REPORT-DATE.
000890     05  W-RPT-YYYY              PIC 9(04).
000900     05  W-RPT-MM                PIC 9(02).
000910     05  W-RPT-DD                PIC 9(02).
000920
000930*    ------------------------------------------------------------
000940*    REFUSALS BY OPERATOR.  AN OPERATOR BEYOND THE 100TH IS
000950*    STILL LISTED AND COUNTED IN THE TOTALS, JUST NOT IN THIS
000960*    TABLE.
000970*    ------------------------------------------------------------
000980 77  W-OPR-MAX                   PIC S9(04) COMP VALUE +100.
000990 77  W-OPR-CNT                   PIC S9(04) COMP VALUE ZERO.
001000 77  W-OPR-SUB                   PIC S9(04) COMP VALUE ZERO.
001010 77  W-OPR-FOUND-SW              PIC X(01) VALUE 'N'.
001020     88  W-OPR-FOUND                        VALUE 'Y'.
001030 77  W-OPR-OVERFLOW-SW           PIC X(01) VALUE 'N'.
001040     88  W-OPR-OVERFLOW                     VALUE 'Y'.
001050 01  W-OPR-TABLE.
001060     05  W-OPR-ENTRY OCCURS 100 TIMES.
001070         10  W-OPR-ID            PIC X(06).
001080         10  W-OPR-REFUSED       PIC 9(05).
001090
001100*    ------------------------------------------------------------
001110*    REPORT CONTROL FIELDS
001120*    ------------------------------------------------------------
001130 77  W-PAGE-NO                   PIC 9(04) VALUE ZERO.
001140 77  W-LINE-CNT                  PIC 9(02) COMP VALUE 99.
001150 77  W-PAGE-SIZE                 PIC 9(02) COMP VALUE 55.
001160 01  W-SAVE-LINE                 PIC X(80) VALUE SPACES.
001170
001180*    ------------------------------------------------------------
001190*    RETURN CODE
001200*    ------------------------------------------------------------
001210 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001220     88  W-RC-NORMAL                        VALUE 00.
001230     88  W-RC-WARNING                       VALUE 04.
001240     88  W-RC-BAD-INPUT                     VALUE 08.
001250
001260*    ------------------------------------------------------------
001270*    REPORT LINE LAYOUTS
001280*    ------------------------------------------------------------
001290 01  W-HEAD-LINE-1.
001300     05  FILLER                  PIC X(33) VALUE
001310         "DAILY SECURITY VIOLATIONS        ".
001320     05  FILLER                  PIC X(05) VALUE "DATE ".
001330     05  H1-DATE                 PIC 9999/99/99.
001340     05  FILLER                  PIC X(07) VALUE "  PAGE ".
001350     05  H1-PAGE                 PIC ZZZ9.
001360     05  FILLER                  PIC X(21) VALUE SPACES.
001370
001380 01  W-HEAD-LINE-2.
001390     05  FILLER                  PIC X(13) VALUE "REPORT DATE: ".
001400     05  H2-REPORT-DATE          PIC 9999/99/99.
001410     05  FILLER                  PIC X(57) VALUE SPACES.
001420
001430 01  W-HEAD-LINE-3.
001440     05  FILLER                  PIC X(09) VALUE "TIME     ".
001450     05  FILLER                  PIC X(09) VALUE "PROGRAM  ".
001460     05  FILLER                  PIC X(07) VALUE "OPER   ".
001470     05  FILLER                  PIC X(02) VALUE "F ".
001480     05  FILLER                  PIC X(07) VALUE "REQST  ".
001490     05  FILLER                  PIC X(09) VALUE "TARGET   ".
001500     05  FILLER                  PIC X(37) VALUE "REASON REFUSED".
001510
001520 01  W-LEGEND-LINE-1             PIC X(80) VALUE
001530     "F: P=PAUSE/RESUME C=CANCEL A=CANCEL-ALL".
001540 01  W-LEGEND-LINE-2             PIC X(80) VALUE
001550     "   F=PROFMNT S=SCHEDMNT R=REGMNT U=AUTHMNT".
001560
001570 01  W-DETAIL-LINE.
001580     05  DL-TIME.
001590         10  DL-HH               PIC X(02).
001600         10  FILLER              PIC X(01) VALUE ":".
001610         10  DL-MM               PIC X(02).
001620         10  FILLER              PIC X(01) VALUE ":".
001630         10  DL-SS               PIC X(02).
001640     05  FILLER                  PIC X(01) VALUE SPACES.
001650     05  DL-PROGRAM              PIC X(08).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  DL-OPER-ID              PIC X(06).
001680     05  FILLER                  PIC X(01) VALUE SPACES.
001690     05  DL-FUNCTION             PIC X(01).
001700     05  FILLER                  PIC X(01) VALUE SPACES.
001710     05  DL-REQUEST              PIC X(06).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  DL-TARGET               PIC X(08).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  DL-REASON               PIC X(30).
001760     05  FILLER                  PIC X(07) VALUE SPACES.
001770
001780 01  W-NONE-LINE                 PIC X(80) VALUE
001790     "  (NO REQUESTS WERE REFUSED ON THIS DATE)".
001800
001810 01  W-NO-JOURNAL-LINE           PIC X(80) VALUE
001820     "  (SECURITY JOURNAL IS EMPTY OR NOT YET CREATED)".
001830
001840 01  W-OPR-HEAD-LINE             PIC X(80) VALUE
001850     "REFUSALS BY OPERATOR".
001860
001870 01  W-OPR-LINE.
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  OL-OPER-ID              PIC X(06).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  OL-REFUSED              PIC ZZ,ZZ9.
001920     05  FILLER                  PIC X(64) VALUE SPACES.
001930
001940 01  W-OPR-OVERFLOW-LINE         PIC X(80) VALUE
001950     "  (MORE THAN 100 OPERATORS - REMAINDER NOT TABULATED)".
001960
001970 01  W-SUMMARY-LINE.
001980     05  SL-LABEL                PIC X(24).
001990     05  SL-COUNT                PIC ZZZ,ZZ9.
002000     05  FILLER                  PIC X(49) VALUE SPACES.
002010
002020 PROCEDURE DIVISION.
002030*    ------------------------------------------------------------
002040*    0000-MAINLINE - PROGRAM ENTRY POINT
002050*    ------------------------------------------------------------
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     IF W-INPUT-INVALID
002090         PERFORM 8000-REJECT-BAD-PARM THRU 8000-EXIT
002100     ELSE
002110         PERFORM 2000-OPEN-JOURNAL THRU 2000-EXIT
002120         PERFORM 2100-SCAN-ONE-ROW THRU 2100-EXIT
002130             UNTIL W-EOF
002140         PERFORM 5000-PRINT-BY-OPERATOR THRU 5000-EXIT
002150         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
002160     END-IF.
002170     PERFORM 7000-TERMINATE THRU 7000-EXIT.
002180     GOBACK.
002190
002200*    ------------------------------------------------------------
002210*    1000-INITIALIZE - READ AND EDIT THE SECPARM DATE.  A
002220*                     MISSING CARD OR A BLANK DATE MEANS TODAY.
002230*    ------------------------------------------------------------
002240 1000-INITIALIZE.
002250     ACCEPT W-TODAY FROM DATE YYYYMMDD.
002260     OPEN OUTPUT PRINT-FILE.
002270     MOVE SPACES TO SEC-PARM-RECORD.
002280     OPEN INPUT SEC-PARM-FILE.
002290     IF W-PARM-FILE-STATUS = "00"
002300         READ SEC-PARM-FILE
002310             AT END
002320                 MOVE SPACES TO SEC-PARM-RECORD
002330         END-READ
002340         CLOSE SEC-PARM-FILE
002350     END-IF.
002360     IF SECP-DATE = SPACES
002370         MOVE W-TODAY TO W-REPORT-DATE
002380     ELSE
002390         PERFORM 1100-EDIT-DATE THRU 1100-EXIT
002400     END-IF.
002410 1000-EXIT.
002420     EXIT.
002430
002440*    ------------------------------------------------------------
002450*    1100-EDIT-DATE - A REAL YYYYMMDD NOT LATER THAN TODAY
002460*    ------------------------------------------------------------
002470 1100-EDIT-DATE.
002480     IF SECP-DATE IS NOT NUMERIC
002490         SET W-INPUT-INVALID TO TRUE
002500         GO TO 1100-EXIT
002510     END-IF.
002520     MOVE SECP-DATE TO W-REPORT-DATE.
002530     IF W-RPT-MM < 1 OR W-RPT-MM > 12
002540         OR W-RPT-DD < 1 OR W-RPT-DD > 31
002550         OR W-REPORT-DATE > W-TODAY
002560         SET W-INPUT-INVALID TO TRUE
002570     END-IF.
002580 1100-EXIT.
002590     EXIT.
002600
002610*    ------------------------------------------------------------
002620*    2000-OPEN-JOURNAL - OPEN CDSECJNL AND PRIME THE FIRST READ.
002630*                     A JOURNAL THAT HAS NEVER BEEN WRITTEN IS
002640*                     REPORTED AS EMPTY, NOT AS AN ERROR.
002650*    ------------------------------------------------------------
002660 2000-OPEN-JOURNAL.
002670     OPEN INPUT SECURITY-JOURNAL.
002680     IF W-SEC-FILE-STATUS = "00"
002685         SET W-JNL-OPEN TO TRUE
002690         PERFORM 2900-READ-JOURNAL THRU 2900-EXIT
002700     ELSE
002710         SET W-EOF TO TRUE
002720         MOVE W-NO-JOURNAL-LINE TO PRINT-LINE
002730         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
002740     END-IF.
002750 2000-EXIT.
002760     EXIT.
002770
002780*    ------------------------------------------------------------
002790*    2100-SCAN-ONE-ROW - COUNT EVERY ROW FOR THE REPORT DATE BY
002800*                     OUTCOME AND LIST THE REFUSED ONES
002810*    ------------------------------------------------------------
002820 2100-SCAN-ONE-ROW.
002830     IF SEC-DATE NOT = W-REPORT-DATE
002840         GO TO 2100-READ-NEXT
002850     END-IF.
002860     EVALUATE TRUE
002870         WHEN SEC-APPLIED
002880             ADD 1 TO W-APPLIED-CNT
002890         WHEN SEC-REJECTED
002900             ADD 1 TO W-REJECTED-CNT
002910         WHEN SEC-REFUSED
002920             ADD 1 TO W-REFUSED-CNT
002930             PERFORM 2200-PRINT-VIOLATION THRU 2200-EXIT
002940             PERFORM 2300-COUNT-OPERATOR THRU 2300-EXIT
002950     END-EVALUATE.
002960 2100-READ-NEXT.
002970     PERFORM 2900-READ-JOURNAL THRU 2900-EXIT.
002980 2100-EXIT.
002990     EXIT.
003000
003010*    ------------------------------------------------------------
003020*    2200-PRINT-VIOLATION - ONE DETAIL LINE PER REFUSED REQUEST
003030*    ------------------------------------------------------------
003040 2200-PRINT-VIOLATION.
003050     MOVE SEC-TIME(1:2)  TO DL-HH.
003060     MOVE SEC-TIME(3:2)  TO DL-MM.
003070     MOVE SEC-TIME(5:2)  TO DL-SS.
003080     MOVE SEC-PROGRAM    TO DL-PROGRAM.
003090     MOVE SEC-OPER-ID    TO DL-OPER-ID.
003100     MOVE SEC-FUNCTION   TO DL-FUNCTION.
003110     MOVE SEC-REQUEST    TO DL-REQUEST.
003120     MOVE SEC-TARGET     TO DL-TARGET.
003130     MOVE SEC-REASON     TO DL-REASON.
003140     MOVE W-DETAIL-LINE  TO PRINT-LINE.
003150     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
003160 2200-EXIT.
003170     EXIT.
003180
003190*    ------------------------------------------------------------
003200*    2300-COUNT-OPERATOR - ADD THE REFUSAL TO ITS OPERATOR'S
003210*                     ENTRY, MAKING A NEW ENTRY THE FIRST TIME
003220*                     THE OPERATOR IS SEEN.  A BLANK OPERATOR ID
003230*                     IS TABULATED LIKE ANY OTHER.
003240*    ------------------------------------------------------------
003250 2300-COUNT-OPERATOR.
003260     MOVE 'N' TO W-OPR-FOUND-SW.
003270     PERFORM 2310-FIND-OPERATOR THRU 2310-EXIT
003280         VARYING W-OPR-SUB FROM 1 BY 1
003290         UNTIL W-OPR-SUB > W-OPR-CNT
003300            OR W-OPR-FOUND.
003310     IF W-OPR-FOUND
003320         GO TO 2300-EXIT
003330     END-IF.
003340     IF W-OPR-CNT NOT < W-OPR-MAX
003350         SET W-OPR-OVERFLOW TO TRUE
003360         GO TO 2300-EXIT
003370     END-IF.
003380     ADD 1 TO W-OPR-CNT.
003390     MOVE SEC-OPER-ID TO W-OPR-ID (W-OPR-CNT).
003400     MOVE 1           TO W-OPR-REFUSED (W-OPR-CNT).
003410 2300-EXIT.
003420     EXIT.
003430
003440 2310-FIND-OPERATOR.
003450     IF W-OPR-ID (W-OPR-SUB) = SEC-OPER-ID
003460         ADD 1 TO W-OPR-REFUSED (W-OPR-SUB)
003470         SET W-OPR-FOUND TO TRUE
003480     END-IF.
003490 2310-EXIT.
003500     EXIT.
003510
003520*    ------------------------------------------------------------
003530*    2900-READ-JOURNAL - READ THE NEXT SECURITY JOURNAL ROW
003540*    ------------------------------------------------------------
003550 2900-READ-JOURNAL.
003560     READ SECURITY-JOURNAL
003570         AT END
003580             SET W-EOF TO TRUE
003590         NOT AT END
003600             ADD 1 TO W-ROWS-READ
003610     END-READ.
003620 2900-EXIT.
003630     EXIT.
003640
003650*    ------------------------------------------------------------
003660*    5000-PRINT-BY-OPERATOR - REFUSAL COUNT PER OPERATOR, IN
003670*                     ORDER OF EACH OPERATOR'S FIRST REFUSAL
003680*    ------------------------------------------------------------
003690 5000-PRINT-BY-OPERATOR.
003700     IF W-REFUSED-CNT = ZERO
003710         IF W-JNL-OPEN
003720             MOVE W-NONE-LINE TO PRINT-LINE
003730             PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
003740         END-IF
003750         GO TO 5000-EXIT
003760     END-IF.
003770     MOVE SPACES TO PRINT-LINE.
003780     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
003790     MOVE W-OPR-HEAD-LINE TO PRINT-LINE.
003800     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
003810     PERFORM 5100-PRINT-ONE-OPERATOR THRU 5100-EXIT
003820         VARYING W-OPR-SUB FROM 1 BY 1
003830         UNTIL W-OPR-SUB > W-OPR-CNT.
003840     IF W-OPR-OVERFLOW
003850         MOVE W-OPR-OVERFLOW-LINE TO PRINT-LINE
003860         PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT
003870     END-IF.
003880 5000-EXIT.
003890     EXIT.
003900
003910 5100-PRINT-ONE-OPERATOR.
003920     IF W-OPR-ID (W-OPR-SUB) = SPACES
003930         MOVE "(NONE)" TO OL-OPER-ID
003940     ELSE
003950         MOVE W-OPR-ID (W-OPR-SUB) TO OL-OPER-ID
003960     END-IF.
003970     MOVE W-OPR-REFUSED (W-OPR-SUB) TO OL-REFUSED.
003980     MOVE W-OPR-LINE TO PRINT-LINE.
003990     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004000 5100-EXIT.
004010     EXIT.
004020
004030*    ------------------------------------------------------------
004040*    6000-PRINT-SUMMARY - THE DAY'S CONTROLLED REQUESTS BY
004050*                     OUTCOME
004060*    ------------------------------------------------------------
004070 6000-PRINT-SUMMARY.
004080     MOVE SPACES TO PRINT-LINE.
004090     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004100     MOVE "JOURNAL ROWS READ:      " TO SL-LABEL.
004110     MOVE W-ROWS-READ TO SL-COUNT.
004120     MOVE W-SUMMARY-LINE TO PRINT-LINE.
004130     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004140     MOVE "REQUESTS APPLIED:       " TO SL-LABEL.
004150     MOVE W-APPLIED-CNT TO SL-COUNT.
004160     MOVE W-SUMMARY-LINE TO PRINT-LINE.
004170     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004180     MOVE "REJECTED BY EDITS:      " TO SL-LABEL.
004190     MOVE W-REJECTED-CNT TO SL-COUNT.
004200     MOVE W-SUMMARY-LINE TO PRINT-LINE.
004210     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004220     MOVE "REFUSED - VIOLATIONS:   " TO SL-LABEL.
004230     MOVE W-REFUSED-CNT TO SL-COUNT.
004240     MOVE W-SUMMARY-LINE TO PRINT-LINE.
004250     PERFORM 8100-WRITE-REPORT-LINE THRU 8100-EXIT.
004260     IF W-REFUSED-CNT > ZERO
004270         SET W-RC-WARNING TO TRUE
004280     END-IF.
004290 6000-EXIT.
004300     EXIT.
004310
004320*    ------------------------------------------------------------
004330*    7000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
004340*    ------------------------------------------------------------
004350 7000-TERMINATE.
004360     IF W-JNL-OPEN
004380         CLOSE SECURITY-JOURNAL
004390     END-IF.
004400     CLOSE PRINT-FILE.
004410     MOVE W-RETURN-CODE TO RETURN-CODE.
004420 7000-EXIT.
004430     EXIT.
004440
004450*    ------------------------------------------------------------
004460*    8000-REJECT-BAD-PARM - NOTHING IS REPORTED FOR A BAD DATE
004470*    ------------------------------------------------------------
004480 8000-REJECT-BAD-PARM.
004490     DISPLAY "SECVL008E INVALID SECPARM DATE - MUST BE A REAL".
004500     DISPLAY "SECVL008E YYYYMMDD NOT AFTER TODAY.".
004510     SET W-RC-BAD-INPUT TO TRUE.
004520     MOVE "REPORT DATE INVALID - NOTHING REPORTED" TO PRINT-LINE.
004530     WRITE PRINT-LINE.
004540 8000-EXIT.
004550     EXIT.
004560
004570*    ------------------------------------------------------------
004580*    8100-WRITE-REPORT-LINE - WRITE ONE LINE, BREAKING TO A NEW
004590*                     PAGE HEADING EVERY W-PAGE-SIZE LINES.  THE
004600*                     LINE COUNT STARTS AT 99 SO THE VERY FIRST
004610*                     LINE FORCES THE PAGE-1 HEADING OUT.
004620*    ------------------------------------------------------------
004630 8100-WRITE-REPORT-LINE.
004640     IF W-LINE-CNT >= W-PAGE-SIZE
004650         PERFORM 8300-PAGE-HEADING THRU 8300-EXIT
004660     END-IF.
004670     WRITE PRINT-LINE.
004680     ADD 1 TO W-LINE-CNT.
004690 8100-EXIT.
004700     EXIT.
004710
004720*    ------------------------------------------------------------
004730*    8300-PAGE-HEADING - START A NEW REPORT PAGE
004740*    ------------------------------------------------------------
004750 8300-PAGE-HEADING.
004760     MOVE PRINT-LINE TO W-SAVE-LINE.
004770     ADD 1 TO W-PAGE-NO.
004780     MOVE W-TODAY   TO H1-DATE.
004790     MOVE W-PAGE-NO TO H1-PAGE.
004800     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
004810     WRITE PRINT-LINE.
004820     MOVE W-REPORT-DATE TO H2-REPORT-DATE.
004830     MOVE W-HEAD-LINE-2 TO PRINT-LINE.
004840     WRITE PRINT-LINE.
004850     MOVE W-LEGEND-LINE-1 TO PRINT-LINE.
004860     WRITE PRINT-LINE.
004870     MOVE W-LEGEND-LINE-2 TO PRINT-LINE.
004880     WRITE PRINT-LINE.
004890     MOVE SPACES TO PRINT-LINE.
004900     WRITE PRINT-LINE.
004910     MOVE W-HEAD-LINE-3 TO PRINT-LINE.
004920     WRITE PRINT-LINE.
004930     MOVE W-SAVE-LINE TO PRINT-LINE.
004940     MOVE 6 TO W-LINE-CNT.
004950 8300-EXIT.
004960     EXIT.
