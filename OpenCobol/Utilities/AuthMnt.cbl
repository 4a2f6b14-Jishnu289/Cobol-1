000010******************************************************************
000020* PROGRAM:   AUTHMNT                                             *
000030* AUTHOR:    JFM                                                 *
000040* INSTALLATION: DATA CENTER OPERATIONS                           *
000050* DATE-WRITTEN: 10/15/2026                                       *
000060* REMARKS:   BATCH MAINTENANCE FOR THE CDOPAUTH OPERATOR         *
000070*            AUTHORITY MASTER (CDAUTREC).  APPLIES ADD/CHANGE/   *
000080*            DELETE TRANSACTIONS FROM THE AUTHTRAN DECK, KEYED   *
000090*            BY OPERATOR ID.  A CHANGE REPLACES THE ENTRY IN     *
000100*            FULL; A BLANK GRANT FLAG MEANS 'N' AND A BLANK      *
000110*            STATUS MEANS ACTIVE.  EVERY TRANSACTION MUST NAME   *
000120*            THE REQUESTING OPERATOR, WHO MAY NOT CHANGE THEIR   *
000130*            OWN ENTRY.  THE MASTER CARRIES NO GRANT FOR ITS     *
000140*            OWN UPKEEP - ACCESS TO THIS JOB IS CONTROLLED BY    *
000150*            DATASET SECURITY ON CDOPAUTH.  EVERY TRANSACTION IS *
000160*            LISTED ON THE EDIT REPORT AND WRITTEN TO THE        *
000170*            CDSECJNL SECURITY JOURNAL - AN ATTEMPT ON ONE'S OWN *
000176*            ENTRY AS REFUSED, OTHER REJECTIONS AS FIELD-EDIT    *
000183*            FAILURES.  ANY REJECTION ENDS THE RUN WITH RC 04.   *
000184*            A MASTER UPDATE THAT FAILS IS JOURNALED AS          *
000186*            REJECTED WITH ITS FILE STATUS AND ENDS THE RUN      *
000188*            WITH RC 08, AS DOES A FAILED CDSECJNL WRITE.        *
000190******************************************************************
000200* MODIFICATION HISTORY                                           *
000210*   DATE        BY    DESCRIPTION                                *
000220*   ----------  ----  ------------------------------------       *
000230*   10/15/2026  JFM   ORIGINAL VERSION.                          *
000235*   10/15/2026  JFM   OWN-ENTRY ATTEMPTS JOURNAL AS REFUSED.     *
000237*   10/15/2026  JFM   CHECK THE CDOPAUTH WRITE/REWRITE/DELETE.   *
000238*   10/15/2026  JFM   CHECK THE CDSECJNL WRITE; A FAILURE ENDS   *
000239*                     THE RUN WITH RC 08.                        *
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. AUTHMNT.
000270 AUTHOR. JFM.
000280 INSTALLATION. DATA CENTER OPERATIONS.
000290 DATE-WRITTEN. 10/15/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRAN-FILE ASSIGN TO "AUTHTRAN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS W-TRAN-FILE-STATUS.
000380
000390     SELECT AUTHORITY-FILE ASSIGN TO "CDOPAUTH"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS AUT-OPER-ID
000430         FILE STATUS IS W-AUT-FILE-STATUS.
000440
000450     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS W-SEC-FILE-STATUS.
000480
000490     SELECT PRINT-FILE ASSIGN TO "CDRPT24"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS W-PRINT-FILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TRAN-FILE
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 48 CHARACTERS.
000580 01  TRAN-RECORD.
000590     05  TRN-ACTION              PIC X(01).
000600         88  TRN-ADD                         VALUE 'A'.
000610         88  TRN-CHANGE                      VALUE 'C'.
000620         88  TRN-DELETE                      VALUE 'D'.
000630     05  TRN-OPER-ID             PIC X(06).
000640     05  TRN-OPER-NAME           PIC X(20).
000650     05  TRN-GRANTS.
000660         10  TRN-GRANT           PIC X(01) OCCURS 6 TIMES.
000670     05  TRN-STATUS              PIC X(01).
000680     05  TRN-USER                PIC X(06).
000690     05  FILLER                  PIC X(08).
000700
000710 FD  AUTHORITY-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 60 CHARACTERS.
000740     COPY CDAUTREC.
000750
000760 FD  SECURITY-JOURNAL
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790     COPY CDSECREC.
000800
000810 FD  PRINT-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 80 CHARACTERS.
000840 01  PRINT-LINE                  PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*    ------------------------------------------------------------
000880*    FILE STATUS FIELDS
000890*    ------------------------------------------------------------
000900 01  W-TRAN-FILE-STATUS          PIC X(02) VALUE SPACES.
000910 01  W-AUT-FILE-STATUS           PIC X(02) VALUE SPACES.
000920 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
000930 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
000940
000950*    ------------------------------------------------------------
000960*    SWITCHES
000970*    ------------------------------------------------------------
000980 77  W-EOF-SW                    PIC X(01) VALUE 'N'.
000990     88  W-EOF                              VALUE 'Y'.
001000 77  W-EDIT-SW                   PIC X(01) VALUE 'Y'.
001010     88  W-TRAN-GOOD                        VALUE 'Y'.
001020     88  W-TRAN-BAD                         VALUE 'N'.
001023 77  W-REFUSE-SW                 PIC X(01) VALUE 'N'.
001026     88  W-OWN-ENTRY                        VALUE 'Y'.
001027 77  W-AUT-ERR-SW                PIC X(01) VALUE 'N'.
001028     88  W-AUT-UPDATE-FAILED                VALUE 'Y'.
001031 77  W-SEC-ERR-SW                PIC X(01) VALUE 'N'.
001034     88  W-SEC-WRITE-FAILED                 VALUE 'Y'.
001037
001040*    ------------------------------------------------------------
001050*    GRANT FLAG SUBSCRIPT
001060*    ------------------------------------------------------------
001070 77  W-X1                        PIC S9(04) COMP VALUE ZERO.
001080
001090*    ------------------------------------------------------------
001100*    TRANSACTION COUNTERS
001110*    ------------------------------------------------------------
001120 77  W-TRAN-READ                 PIC 9(06) VALUE ZERO.
001130 77  W-TRAN-APPLIED              PIC 9(06) VALUE ZERO.
001140 77  W-TRAN-REJECTED             PIC 9(06) VALUE ZERO.
001150
001160*    ------------------------------------------------------------
001170*    RETURN CODE
001180*    ------------------------------------------------------------
001190 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001200     88  W-RC-NORMAL                        VALUE 00.
001210     88  W-RC-REJECTS                       VALUE 04.
001220     88  W-RC-NO-MASTER                     VALUE 08.
001225     88  W-RC-UPDATE-FAILED                 VALUE 08.
001230
001240*    ------------------------------------------------------------
001250*    REPORT LINE LAYOUTS
001260*    ------------------------------------------------------------
001270 77  W-TODAY                     PIC 9(08) VALUE ZERO.
001280 77  W-NOW                       PIC 9(08) VALUE ZERO.
001290 01  W-HEAD-LINE-1.
001300     05  FILLER                  PIC X(33) VALUE
001310         "OPERATOR AUTHORITY MAINTENANCE   ".
001320     05  FILLER                  PIC X(05) VALUE "DATE ".
001330     05  H1-DATE                 PIC 9999/99/99.
001340     05  FILLER                  PIC X(32) VALUE SPACES.
001350
001360 01  W-HEAD-LINE-2.
001370     05  FILLER                  PIC X(08) VALUE "ACTION  ".
001380     05  FILLER                  PIC X(07) VALUE "OPER   ".
001390     05  FILLER                  PIC X(21) VALUE "NAME".
001400     05  FILLER                  PIC X(08) VALUE "PCAFSR  ".
001410     05  FILLER                  PIC X(03) VALUE "ST ".
001420     05  FILLER                  PIC X(07) VALUE "BY     ".
001430     05  FILLER                  PIC X(26) VALUE SPACES.
001440
001450 01  W-HEAD-LINE-3.
001460     05  FILLER                  PIC X(36) VALUE SPACES.
001470     05  FILLER                  PIC X(44) VALUE
001480         "P=PAUSE/RESUME C=CANCEL A=CANCEL-ALL".
001490 01  W-HEAD-LINE-4.
001500     05  FILLER                  PIC X(36) VALUE SPACES.
001510     05  FILLER                  PIC X(44) VALUE
001520         "F=PROFMNT S=SCHEDMNT R=REGMNT".
001530
001540 01  W-DETAIL-LINE.
001550     05  DL-ACTION               PIC X(07).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  DL-OPER-ID              PIC X(06).
001580     05  FILLER                  PIC X(01) VALUE SPACES.
001590     05  DL-OPER-NAME            PIC X(20).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  DL-GRANTS               PIC X(06).
001620     05  FILLER                  PIC X(02) VALUE SPACES.
001630     05  DL-STATUS               PIC X(01).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  DL-USER                 PIC X(06).
001660     05  FILLER                  PIC X(01) VALUE SPACES.
001670     05  DL-RESULT               PIC X(26).
001680
001690 01  W-TRAILER-LINE-1.
001700     05  FILLER                  PIC X(24) VALUE
001710         "TRANSACTIONS READ:      ".
001720     05  TL-READ                 PIC ZZZ,ZZ9.
001730     05  FILLER                  PIC X(49) VALUE SPACES.
001740
001750 01  W-TRAILER-LINE-2.
001760     05  FILLER                  PIC X(24) VALUE
001770         "TRANSACTIONS APPLIED:   ".
001780     05  TL-APPLIED              PIC ZZZ,ZZ9.
001790     05  FILLER                  PIC X(49) VALUE SPACES.
001800
001810 01  W-TRAILER-LINE-3.
001820     05  FILLER                  PIC X(24) VALUE
001830         "TRANSACTIONS REJECTED:  ".
001840     05  TL-REJECTED             PIC ZZZ,ZZ9.
001850     05  FILLER                  PIC X(49) VALUE SPACES.
001860
001870 PROCEDURE DIVISION.
001880*    ------------------------------------------------------------
001890*    0000-MAINLINE - PROGRAM ENTRY POINT
001900*    ------------------------------------------------------------
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     IF NOT W-RC-NO-MASTER
001940         PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
001950             UNTIL W-EOF
001960         PERFORM 6000-PRINT-TRAILER THRU 6000-EXIT
001970     END-IF.
001980     PERFORM 7000-TERMINATE THRU 7000-EXIT.
001990     GOBACK.
002000
002010*    ------------------------------------------------------------
002020*    1000-INITIALIZE - OPEN THE MASTER (CREATING IT ON FIRST
002030*                     USE), THE SECURITY JOURNAL, THE TRANSACTION
002040*                     DECK AND THE REPORT.  NOTHING IS APPLIED
002050*                     UNLESS IT CAN ALSO BE JOURNALED.
002060*    ------------------------------------------------------------
002070 1000-INITIALIZE.
002080     ACCEPT W-TODAY FROM DATE YYYYMMDD.
002090     OPEN OUTPUT PRINT-FILE.
002100     MOVE W-TODAY TO H1-DATE.
002110     MOVE W-HEAD-LINE-1 TO PRINT-LINE.
002120     WRITE PRINT-LINE.
002130     MOVE W-HEAD-LINE-2 TO PRINT-LINE.
002140     WRITE PRINT-LINE.
002150     MOVE W-HEAD-LINE-3 TO PRINT-LINE.
002160     WRITE PRINT-LINE.
002170     MOVE W-HEAD-LINE-4 TO PRINT-LINE.
002180     WRITE PRINT-LINE.
002190     OPEN I-O AUTHORITY-FILE.
002200     IF W-AUT-FILE-STATUS = "35"
002210         OPEN OUTPUT AUTHORITY-FILE
002220         CLOSE AUTHORITY-FILE
002230         OPEN I-O AUTHORITY-FILE
002240     END-IF.
002250     IF W-AUT-FILE-STATUS NOT = "00"
002260         DISPLAY "AUTHM008E AUTH MASTER UNAVAILABLE - STATUS "
002270             W-AUT-FILE-STATUS
002280         MOVE "AUTHORITY MASTER UNAVAILABLE - NO UPDATES APPLIED"
002290             TO PRINT-LINE
002300         WRITE PRINT-LINE
002310         SET W-RC-NO-MASTER TO TRUE
002320         SET W-EOF TO TRUE
002330         GO TO 1000-EXIT
002340     END-IF.
002350     OPEN EXTEND SECURITY-JOURNAL.
002360     IF W-SEC-FILE-STATUS = "35"
002370         OPEN OUTPUT SECURITY-JOURNAL
002380     END-IF.
002390     IF W-SEC-FILE-STATUS NOT = "00"
002400         DISPLAY "AUTHM010E SEC JOURNAL UNAVAILABLE - STATUS "
002410             W-SEC-FILE-STATUS
002420         MOVE "SECURITY JOURNAL UNAVAILABLE - NO UPDATES APPLIED"
002430             TO PRINT-LINE
002440         WRITE PRINT-LINE
002450         CLOSE AUTHORITY-FILE
002460         SET W-RC-NO-MASTER TO TRUE
002470         SET W-EOF TO TRUE
002480         GO TO 1000-EXIT
002490     END-IF.
002500     OPEN INPUT TRAN-FILE.
002510     IF W-TRAN-FILE-STATUS = "00"
002520         PERFORM 2900-READ-TRAN THRU 2900-EXIT
002530     ELSE
002540         SET W-EOF TO TRUE
002550     END-IF.
002560 1000-EXIT.
002570     EXIT.
002580
002590*    ------------------------------------------------------------
002600*    2100-PROCESS-ONE-TRAN - EDIT, APPLY AND JOURNAL ONE
002610*                     TRANSACTION
002620*    ------------------------------------------------------------
002630 2100-PROCESS-ONE-TRAN.
002640     ADD 1 TO W-TRAN-READ.
002650     SET W-TRAN-GOOD TO TRUE.
002655     MOVE 'N' TO W-REFUSE-SW.
002660     MOVE SPACES TO W-DETAIL-LINE.
002670     MOVE TRN-OPER-ID     TO DL-OPER-ID.
002680     MOVE TRN-OPER-NAME   TO DL-OPER-NAME.
002690     MOVE TRN-GRANTS      TO DL-GRANTS.
002700     MOVE TRN-STATUS      TO DL-STATUS.
002710     MOVE TRN-USER        TO DL-USER.
002720     EVALUATE TRUE
002730         WHEN TRN-ADD
002740             MOVE "ADD    " TO DL-ACTION
002750             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002760         WHEN TRN-CHANGE
002770             MOVE "CHANGE " TO DL-ACTION
002780             PERFORM 3100-APPLY-CHANGE THRU 3100-EXIT
002790         WHEN TRN-DELETE
002800             MOVE "DELETE " TO DL-ACTION
002810             PERFORM 3200-APPLY-DELETE THRU 3200-EXIT
002820         WHEN OTHER
002830             MOVE TRN-ACTION TO DL-ACTION
002840             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002850             MOVE "REJECTED - INVALID ACTION" TO DL-RESULT
002860     END-EVALUATE.
002870     MOVE W-DETAIL-LINE TO PRINT-LINE.
002880     WRITE PRINT-LINE.
002890     PERFORM 4800-WRITE-SECURITY-JOURNAL THRU 4800-EXIT.
002900     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002910 2100-EXIT.
002920     EXIT.
002930
002940 2900-READ-TRAN.
002950     READ TRAN-FILE
002960         AT END
002970             SET W-EOF TO TRUE
002980     END-READ.
002990 2900-EXIT.
003000     EXIT.
003010
003020*    ------------------------------------------------------------
003030*    3000-APPLY-ADD - A NEW OPERATOR; THE ID MUST NOT EXIST
003040*    ------------------------------------------------------------
003050 3000-APPLY-ADD.
003060     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
003070     IF W-TRAN-BAD
003080         GO TO 3000-EXIT
003090     END-IF.
003100     MOVE TRN-OPER-ID TO AUT-OPER-ID.
003110     READ AUTHORITY-FILE
003120         INVALID KEY
003130             PERFORM 4500-BUILD-AUTHORITY THRU 4500-EXIT
003140             WRITE AUT-RECORD
003142             IF W-AUT-FILE-STATUS NOT = "00"
003145                 PERFORM 4700-UPDATE-FAILED THRU 4700-EXIT
003147             ELSE
003150                 ADD 1 TO W-TRAN-APPLIED
003160                 MOVE "ADDED" TO DL-RESULT
003165             END-IF
003170         NOT INVALID KEY
003180             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003190             MOVE "REJECTED - ALREADY EXISTS" TO DL-RESULT
003200     END-READ.
003210 3000-EXIT.
003220     EXIT.
003230
003240*    ------------------------------------------------------------
003250*    3100-APPLY-CHANGE - REPLACE AN EXISTING ENTRY IN FULL
003260*    ------------------------------------------------------------
003270 3100-APPLY-CHANGE.
003280     PERFORM 4000-EDIT-FIELDS THRU 4000-EXIT.
003290     IF W-TRAN-BAD
003300         GO TO 3100-EXIT
003310     END-IF.
003320     MOVE TRN-OPER-ID TO AUT-OPER-ID.
003330     READ AUTHORITY-FILE
003340         INVALID KEY
003350             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003360             MOVE "REJECTED - ENTRY NOT FOUND" TO DL-RESULT
003370         NOT INVALID KEY
003380             PERFORM 4500-BUILD-AUTHORITY THRU 4500-EXIT
003390             REWRITE AUT-RECORD
003392             IF W-AUT-FILE-STATUS NOT = "00"
003395                 PERFORM 4700-UPDATE-FAILED THRU 4700-EXIT
003397             ELSE
003400                 ADD 1 TO W-TRAN-APPLIED
003410                 MOVE "CHANGED" TO DL-RESULT
003415             END-IF
003420     END-READ.
003430 3100-EXIT.
003440     EXIT.
003450
003460*    ------------------------------------------------------------
003470*    3200-APPLY-DELETE - REMOVE AN EXISTING ENTRY
003480*    ------------------------------------------------------------
003490 3200-APPLY-DELETE.
003500     PERFORM 4100-EDIT-KEY THRU 4100-EXIT.
003510     IF W-TRAN-BAD
003520         GO TO 3200-EXIT
003530     END-IF.
003540     MOVE TRN-OPER-ID TO AUT-OPER-ID.
003550     READ AUTHORITY-FILE
003560         INVALID KEY
003570             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003580             MOVE "REJECTED - ENTRY NOT FOUND" TO DL-RESULT
003590         NOT INVALID KEY
003600             DELETE AUTHORITY-FILE
003602             IF W-AUT-FILE-STATUS NOT = "00"
003605                 PERFORM 4700-UPDATE-FAILED THRU 4700-EXIT
003607             ELSE
003610                 ADD 1 TO W-TRAN-APPLIED
003620                 MOVE "DELETED" TO DL-RESULT
003625             END-IF
003630     END-READ.
003640 3200-EXIT.
003650     EXIT.
003660
003670*    ------------------------------------------------------------
003680*    4000-EDIT-FIELDS - FIELD EDITS FOR ADD AND CHANGE.  THE KEY
003690*                     EDITS FIRST, THEN A NAME IS REQUIRED, EACH
003700*                     GRANT FLAG IS Y OR N (BLANK TAKEN AS N) AND
003710*                     THE STATUS IS A OR S (BLANK TAKEN AS A).
003720*    ------------------------------------------------------------
003730 4000-EDIT-FIELDS.
003740     PERFORM 4100-EDIT-KEY THRU 4100-EXIT.
003750     IF W-TRAN-BAD
003760         GO TO 4000-EXIT
003770     END-IF.
003780     IF TRN-OPER-NAME = SPACES
003790         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003800         MOVE "REJECTED - NAME MISSING" TO DL-RESULT
003810         GO TO 4000-EXIT
003820     END-IF.
003830     PERFORM 4200-EDIT-ONE-GRANT THRU 4200-EXIT
003840         VARYING W-X1 FROM 1 BY 1
003850         UNTIL W-X1 > 6 OR W-TRAN-BAD.
003860     IF W-TRAN-BAD
003870         GO TO 4000-EXIT
003880     END-IF.
003890     IF TRN-STATUS = SPACE
003900         MOVE 'A' TO TRN-STATUS
003910     END-IF.
003920     IF TRN-STATUS NOT = 'A' AND TRN-STATUS NOT = 'S'
003930         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003940         MOVE "REJECTED - INVALID STATUS" TO DL-RESULT
003950         GO TO 4000-EXIT
003960     END-IF.
003970     MOVE TRN-GRANTS TO DL-GRANTS.
003980     MOVE TRN-STATUS TO DL-STATUS.
003990 4000-EXIT.
004000     EXIT.
004010
004020*    ------------------------------------------------------------
004030*    4100-EDIT-KEY - THE OPERATOR ID AND THE REQUESTER ARE BOTH
004040*                     REQUIRED, AND NO OPERATOR MAINTAINS THEIR
004050*                     OWN AUTHORITY
004060*    ------------------------------------------------------------
004070 4100-EDIT-KEY.
004080     IF TRN-OPER-ID = SPACES
004090         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004100         MOVE "REJECTED - OPER ID MISSING" TO DL-RESULT
004110         GO TO 4100-EXIT
004120     END-IF.
004130     IF TRN-USER = SPACES
004140         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004150         MOVE "REJECTED - USER MISSING" TO DL-RESULT
004160         GO TO 4100-EXIT
004170     END-IF.
004180     IF TRN-USER = TRN-OPER-ID
004190         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004195         SET W-OWN-ENTRY TO TRUE
004200         MOVE "REJECTED - OWN ENTRY" TO DL-RESULT
004210     END-IF.
004220 4100-EXIT.
004230     EXIT.
004240
004250 4200-EDIT-ONE-GRANT.
004260     IF TRN-GRANT (W-X1) = SPACE
004270         MOVE 'N' TO TRN-GRANT (W-X1)
004280     END-IF.
004290     IF TRN-GRANT (W-X1) NOT = 'Y' AND TRN-GRANT (W-X1) NOT = 'N'
004300         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
004310         MOVE "REJECTED - GRANT NOT Y OR N" TO DL-RESULT
004320     END-IF.
004330 4200-EXIT.
004340     EXIT.
004350
004360*    ------------------------------------------------------------
004370*    4500-BUILD-AUTHORITY - MOVE THE EDITED TRANSACTION FIELDS
004380*                     INTO THE MASTER RECORD AND STAMP WHO MADE
004390*                     THE CHANGE
004400*    ------------------------------------------------------------
004410 4500-BUILD-AUTHORITY.
004420     MOVE SPACES TO AUT-RECORD.
004430     MOVE TRN-OPER-ID       TO AUT-OPER-ID.
004440     MOVE TRN-OPER-NAME     TO AUT-OPER-NAME.
004450     MOVE TRN-STATUS        TO AUT-STATUS.
004460     MOVE TRN-GRANTS        TO AUT-GRANTS.
004470     MOVE W-TODAY           TO AUT-CHANGED-DATE.
004480     MOVE TRN-USER          TO AUT-CHANGED-BY.
004490 4500-EXIT.
004500     EXIT.
004501
004502*    ------------------------------------------------------------
004503*    4700-UPDATE-FAILED - THE MASTER REFUSED THE WRITE, REWRITE
004504*                     OR DELETE.  THE TRANSACTION IS COUNTED AND
004505*                     JOURNALED AS REJECTED WITH THE FILE STATUS
004506*                     AND THE RUN ENDS WITH RC 08.
004507*    ------------------------------------------------------------
004508 4700-UPDATE-FAILED.
004509     DISPLAY "AUTHM012E AUTH MASTER UPDATE FAILED - STATUS "
004510         W-AUT-FILE-STATUS " - OPER ID " TRN-OPER-ID.
004511     PERFORM 4900-REJECT-TRAN THRU 4900-EXIT.
004512     MOVE SPACES TO DL-RESULT.
004513     STRING "REJECTED - FILE STATUS " W-AUT-FILE-STATUS
004514         DELIMITED BY SIZE INTO DL-RESULT.
004515     SET W-AUT-UPDATE-FAILED TO TRUE.
004516 4700-EXIT.
004517     EXIT.
004518
004520*    ------------------------------------------------------------
004530*    4800-WRITE-SECURITY-JOURNAL - RECORD THE TRANSACTION AND
004540*                     ITS OUTCOME ON CDSECJNL
004550*    ------------------------------------------------------------
004560 4800-WRITE-SECURITY-JOURNAL.
004570     ACCEPT W-NOW FROM TIME.
004580     MOVE SPACES       TO SEC-RECORD.
004590     MOVE W-TODAY      TO SEC-DATE.
004600     MOVE W-NOW        TO SEC-TIME.
004610     MOVE "AUTHMNT "   TO SEC-PROGRAM.
004620     MOVE TRN-USER     TO SEC-OPER-ID.
004630     SET SEC-FN-AUTHORITY TO TRUE.
004640     MOVE DL-ACTION    TO SEC-REQUEST.
004650     MOVE TRN-OPER-ID  TO SEC-TARGET.
004660     EVALUATE TRUE
004665         WHEN W-TRAN-GOOD
004670             SET SEC-APPLIED TO TRUE
004674         WHEN W-OWN-ENTRY
004678             SET SEC-REFUSED TO TRUE
004682             MOVE "OWN ENTRY" TO SEC-REASON
004686         WHEN OTHER
004690             SET SEC-REJECTED TO TRUE
004700             MOVE DL-RESULT (12:) TO SEC-REASON
004710     END-EVALUATE.
004720     WRITE SEC-RECORD.
004721     IF W-SEC-FILE-STATUS NOT = "00"
004723         DISPLAY "AUTHM014E SEC JOURNAL WRITE FAILED - STATUS "
004725             W-SEC-FILE-STATUS " - OPER ID " TRN-OPER-ID
004726         MOVE SPACES TO PRINT-LINE
004728         STRING "SEC JOURNAL WRITE FAILED - STATUS "
004730             W-SEC-FILE-STATUS " - OPER ID " TRN-OPER-ID
004731             DELIMITED BY SIZE INTO PRINT-LINE
004733         WRITE PRINT-LINE
004735         SET W-SEC-WRITE-FAILED TO TRUE
004736     END-IF.
004738 4800-EXIT.
004740     EXIT.
004750
004760*    ------------------------------------------------------------
004770*    4900-REJECT-TRAN - COUNT A REJECTED TRANSACTION
004780*    ------------------------------------------------------------
004790 4900-REJECT-TRAN.
004800     SET W-TRAN-BAD TO TRUE.
004810     ADD 1 TO W-TRAN-REJECTED.
004820     IF NOT W-RC-NO-MASTER
004830         SET W-RC-REJECTS TO TRUE
004840     END-IF.
004850 4900-EXIT.
004860     EXIT.
004870
004880*    ------------------------------------------------------------
004890*    6000-PRINT-TRAILER - WRITE THE TRANSACTION TOTALS
004900*    ------------------------------------------------------------
004910 6000-PRINT-TRAILER.
004920     MOVE SPACES TO PRINT-LINE.
004930     WRITE PRINT-LINE.
004940     MOVE W-TRAN-READ TO TL-READ.
004950     MOVE W-TRAILER-LINE-1 TO PRINT-LINE.
004960     WRITE PRINT-LINE.
004970     MOVE W-TRAN-APPLIED TO TL-APPLIED.
004980     MOVE W-TRAILER-LINE-2 TO PRINT-LINE.
004990     WRITE PRINT-LINE.
005000     MOVE W-TRAN-REJECTED TO TL-REJECTED.
005010     MOVE W-TRAILER-LINE-3 TO PRINT-LINE.
005020     WRITE PRINT-LINE.
005030 6000-EXIT.
005040     EXIT.
005050
005060*    ------------------------------------------------------------
005070*    7000-TERMINATE - CLOSE FILES AND SET THE RETURN CODE
005080*    ------------------------------------------------------------
005090 7000-TERMINATE.
005100     IF NOT W-RC-NO-MASTER
005110         CLOSE AUTHORITY-FILE
005120         CLOSE SECURITY-JOURNAL
005130         IF W-TRAN-FILE-STATUS = "00" OR W-TRAN-FILE-STATUS = "10"
005140             CLOSE TRAN-FILE
005150         END-IF
005160     END-IF.
005170     CLOSE PRINT-FILE.
005172     IF W-AUT-UPDATE-FAILED OR W-SEC-WRITE-FAILED
005175         SET W-RC-UPDATE-FAILED TO TRUE
005177     END-IF.
005180     MOVE W-RETURN-CODE TO RETURN-CODE.
005190 7000-EXIT.
005200     EXIT.
