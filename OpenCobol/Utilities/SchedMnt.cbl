000170*            APPLIED, AND THE FILE REWRITTEN IN FULL.  EVERY    *
000180*            TRANSACTION IS LISTED ON THE EDIT REPORT WITH ITS  *
000190*            DISPOSITION; ANY REJECTION ENDS THE RUN WITH       *
000200*            RC 04.  EVERY CHANGE APPLIED IS ALSO JOURNALED TO  *
000202*            CDCHGJNL AS A BEFORE/AFTER IMAGE PAIR.              *
000210******************************************************************
000220* MODIFICATION HISTORY                                          *
000230*   DATE        BY    DESCRIPTION                               *
000240*   ----------  ----  ------------------------------------      *
000250*   09/02/2026  JFM   ORIGINAL VERSION.                         *
000251*   10/15/2026  JFM   WRITE BEFORE AND AFTER IMAGES OF EVERY    *
000252*                     APPLIED ADD/CHANGE/DELETE TO THE CDCHGJNL *
000253*                     CHANGE JOURNAL (CDJRNREC).  NO UPDATES    *
000254*                     ARE APPLIED IF THE JOURNAL CANNOT OPEN.   *
000255*   10/15/2026  JFM   START, FLOOR, STEP AND FREQUENCY EDITS    *
000256*                     NOW ACCEPT 001 THRU 999, THE SAME RANGE   *
000257*                     WHILE ACCEPTS.                            *
000258*   10/15/2026  JFM   SCHTRAN GAINS TRN-USER, THE REQUESTING    *
000259*                     OPERATOR, WHO MUST BE ACTIVE ON THE       *
000260*                     CDOPAUTH AUTHORITY MASTER WITH THE        *
000261*                     SCHEDULE MAINTENANCE GRANT.  ANYTHING     *
000262*                     ELSE IS REFUSED, NOT APPLIED.  EVERY      *
000263*                     TRANSACTION IS WRITTEN TO THE CDSECJNL    *
000264*                     SECURITY JOURNAL AND THE OPERATOR IS      *
000265*                     CARRIED ON THE CHANGE JOURNAL.  NO        *
000266*                     UPDATES ARE APPLIED IF EITHER FILE        *
000267*                     CANNOT OPEN.                              *
000268*   10/15/2026  JFM   A CHANGE-JOURNAL WRITE THAT FAILS IS NOW  *
000269*                     REPORTED WITH ITS STATUS AND ENDS THE     *
000270*                     RUN WITH RC 08.                           *
000271*   10/15/2026  JFM   A CDSECJNL WRITE THAT FAILS IS REPORTED   *
000273*                     THE SAME WAY AND ALSO ENDS THE RUN WITH   *
000275*                     RC 08.                                    *
000276******************************************************************
000278 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. SCHEDMNT.
000290 AUTHOR. JFM.
000300 INSTALLATION. DATA CENTER OPERATIONS.
000480         RECORD KEY IS PRF-NAME
000490         FILE STATUS IS W-PROF-FILE-STATUS.
000500
000501     SELECT JOURNAL-FILE ASSIGN TO "CDCHGJNL"
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS W-JRN-FILE-STATUS.
000504
000505     SELECT AUTHORITY-FILE ASSIGN TO "CDOPAUTH"
000506         ORGANIZATION IS INDEXED
000507         ACCESS MODE IS RANDOM
000508         RECORD KEY IS AUT-OPER-ID
000509         FILE STATUS IS W-AUT-FILE-STATUS.
000510
000511     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000512         ORGANIZATION IS LINE SEQUENTIAL
000513         FILE STATUS IS W-SEC-FILE-STATUS.
000514
000517     SELECT PRINT-FILE ASSIGN TO "CDRPT13"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS W-PRINT-FILE-STATUS.
000540
000560 FILE SECTION.
000570 FD  TRAN-FILE
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 46 CHARACTERS.
000600 01  TRAN-RECORD.
000610     05  TRN-ACTION              PIC X(01).
000620         88  TRN-ADD                         VALUE 'A'.
000710     05  TRN-DIR                 PIC X(01).
000720     05  TRN-CHKFREQ             PIC X(03).
000730     05  TRN-PROFILE             PIC X(08).
000735     05  TRN-USER                PIC X(06).
000740     05  FILLER                  PIC X(01).
000750
000760 FD  SCHED-FILE
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 40 CHARACTERS.
000840     COPY CDPRFREC.
000841
000842 FD  JOURNAL-FILE
000843     LABEL RECORDS ARE STANDARD
000844     RECORD CONTAINS 120 CHARACTERS.
000845     COPY CDJRNREC.
000846
000847 FD  AUTHORITY-FILE
000848     LABEL RECORDS ARE STANDARD
000849     RECORD CONTAINS 60 CHARACTERS.
000850     COPY CDAUTREC.
000851
000852 FD  SECURITY-JOURNAL
000853     LABEL RECORDS ARE STANDARD
000854     RECORD CONTAINS 80 CHARACTERS.
000855     COPY CDSECREC.
000857
000860 FD  PRINT-FILE
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 80 CHARACTERS.
000960 01  W-SCHED-FILE-STATUS         PIC X(02) VALUE SPACES.
000970 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
000980 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
000985 01  W-JRN-FILE-STATUS           PIC X(02) VALUE SPACES.
000986 01  W-AUT-FILE-STATUS           PIC X(02) VALUE SPACES.
000988 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
000990
001000*    ------------------------------------------------------------
001010*    SWITCHES
001110     88  W-FOUND                            VALUE 'Y'.
001120 77  W-CHANGED-SW                PIC X(01) VALUE 'N'.
001130     88  W-MASTER-CHANGED                   VALUE 'Y'.
001133 77  W-JRN-ERR-SW                PIC X(01) VALUE 'N'.
001136     88  W-JRN-WRITE-FAILED                 VALUE 'Y'.
001137 77  W-SEC-ERR-SW                PIC X(01) VALUE 'N'.
001138     88  W-SEC-WRITE-FAILED                 VALUE 'Y'.
001140
001150*    ------------------------------------------------------------
001160*    SCHEDULE TABLE - THE LINE-SEQUENTIAL MASTER IS LOADED IN
001310*    VALIDATION LIMITS AND WORK FIELDS - SAME RULES WHILE
001320*    APPLIES AT RUN TIME
001330*    ------------------------------------------------------------
001340 77  W-MIN-VALUE                 PIC S9(03) VALUE 001.
001350 77  W-MAX-VALUE                 PIC S9(03) VALUE 999.
001360 01  W-EDIT-START                PIC S9(03) VALUE ZERO.
001370 01  W-EDIT-END                  PIC S9(03) VALUE ZERO.
001380 01  W-EDIT-STEP                 PIC S9(03) VALUE ZERO.
001690 77  W-TRAN-REJECTED             PIC 9(06) VALUE ZERO.
001700
001710*    ------------------------------------------------------------
001711*    CHANGE-JOURNAL WORK FIELDS - THE BEFORE AND AFTER IMAGES
001712*    OF THE CHANGE IN HAND, AND WHETHER EACH SIDE EXISTS
001713*    ------------------------------------------------------------
001714 77  W-NOW-TIME                  PIC 9(08) VALUE ZERO.
001715 01  W-JRN-ACTION                PIC X(06) VALUE SPACES.
001716 01  W-JRN-BEFORE                PIC X(60) VALUE SPACES.
001717 01  W-JRN-BEFORE-SW             PIC X(01) VALUE 'N'.
001718 01  W-JRN-AFTER                 PIC X(60) VALUE SPACES.
001719 01  W-JRN-AFTER-SW              PIC X(01) VALUE 'N'.
001720
001721*    ------------------------------------------------------------
001722*    OPERATOR AUTHORITY FIELDS - THE REQUEST AS JOURNALED, AND
001723*    WHY IT WAS REFUSED WHEN IT WAS
001724*    ------------------------------------------------------------
001725 77  W-AUTH-SW                   PIC X(01) VALUE 'N'.
001726     88  W-AUTH-REFUSED                     VALUE 'Y'.
001727 77  W-SEC-TIME                  PIC 9(08) VALUE ZERO.
001728 01  W-AUTH-REQUEST              PIC X(06) VALUE SPACES.
001729 01  W-AUTH-REASON               PIC X(30) VALUE SPACES.
001730
001731*    ------------------------------------------------------------
001734*    RETURN CODE
001737*    ------------------------------------------------------------
001740 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001750     88  W-RC-NORMAL                        VALUE 00.
001760     88  W-RC-REJECTS                       VALUE 04.
001770     88  W-RC-NO-MASTER                     VALUE 08.
001775     88  W-RC-JRN-FAILED                    VALUE 08.
001780
001790*    ------------------------------------------------------------
001800*    REPORT LINE LAYOUTS
002640             UNTIL W-SCHED-EOF
002650         CLOSE SCHED-FILE
002660     END-IF.
002661     IF W-RC-NO-MASTER
002662         GO TO 1000-EXIT
002663     END-IF.
002664     OPEN EXTEND JOURNAL-FILE.
002665     IF W-JRN-FILE-STATUS = "35"
002666         OPEN OUTPUT JOURNAL-FILE
002667     END-IF.
002668     IF W-JRN-FILE-STATUS NOT = "00"
002669         DISPLAY "SCHMN012E CHANGE JOURNAL UNAVAILABLE - STATUS "
002670             W-JRN-FILE-STATUS
002671         MOVE "CHANGE JOURNAL UNAVAILABLE - NO UPDATES APPLIED"
002672             TO PRINT-LINE
002673         WRITE PRINT-LINE
002674         SET W-RC-NO-MASTER TO TRUE
002675         SET W-EOF TO TRUE
002676         GO TO 1000-EXIT
002677     END-IF.
002678     OPEN INPUT AUTHORITY-FILE.
002679     IF W-AUT-FILE-STATUS NOT = "00"
002680         DISPLAY "SCHMN014E AUTH MASTER UNAVAILABLE - STATUS "
002681             W-AUT-FILE-STATUS
002682         MOVE "AUTHORITY MASTER UNAVAILABLE - NO UPDATES APPLIED"
002683             TO PRINT-LINE
002684         WRITE PRINT-LINE
002685         SET W-RC-NO-MASTER TO TRUE
002686         SET W-EOF TO TRUE
002687         GO TO 1000-EXIT
002688     END-IF.
002689     OPEN EXTEND SECURITY-JOURNAL.
002690     IF W-SEC-FILE-STATUS = "35"
002691         OPEN OUTPUT SECURITY-JOURNAL
002692     END-IF.
002693     IF W-SEC-FILE-STATUS NOT = "00"
002694         DISPLAY "SCHMN016E SEC JOURNAL UNAVAILABLE - STATUS "
002695             W-SEC-FILE-STATUS
002696         MOVE "SECURITY JOURNAL UNAVAILABLE - NO UPDATES APPLIED"
002697             TO PRINT-LINE
002698         WRITE PRINT-LINE
002699         CLOSE AUTHORITY-FILE
002700         SET W-RC-NO-MASTER TO TRUE
002701         SET W-EOF TO TRUE
002702         GO TO 1000-EXIT
002703     END-IF.
002704     OPEN INPUT TRAN-FILE.
002705     IF W-TRAN-FILE-STATUS = "00"
002707         PERFORM 2900-READ-TRAN THRU 2900-EXIT
002708     ELSE
002710         SET W-EOF TO TRUE
002720     END-IF.
002730 1000-EXIT.
003120     MOVE TRN-FREQ    TO DL-FREQ.
003130     MOVE TRN-DATE    TO DL-DATE.
003140     MOVE TRN-PROFILE TO DL-PROFILE.
003142     PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
003150     EVALUATE TRUE
003151         WHEN W-AUTH-REFUSED
003153             MOVE W-AUTH-REQUEST TO DL-ACTION
003155             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003156             MOVE "REFUSED - " TO DL-RESULT
003158             MOVE W-AUTH-REASON TO DL-RESULT (11:)
003160         WHEN TRN-ADD
003170             MOVE "ADD    " TO DL-ACTION
003180             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
003290     END-EVALUATE.
003300     MOVE W-DETAIL-LINE TO PRINT-LINE.
003310     WRITE PRINT-LINE.
003315     PERFORM 4800-WRITE-SECURITY-JOURNAL THRU 4800-EXIT.
003320     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003330 2100-EXIT.
003340     EXIT.
003880     ADD 1 TO W-TRAN-APPLIED.
003890     SET W-MASTER-CHANGED TO TRUE.
003900     MOVE "ADDED" TO DL-RESULT.
003902     MOVE "ADD   "            TO W-JRN-ACTION.
003904     MOVE SPACES              TO W-JRN-BEFORE.
003906     MOVE 'N'                 TO W-JRN-BEFORE-SW.
003908     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
003910 3000-EXIT.
003920     EXIT.
003930
004050         MOVE "REJECTED - RUN-ID NOT SCHEDULED" TO DL-RESULT
004060         GO TO 3100-EXIT
004070     END-IF.
004072     MOVE W-SCH-IMAGE (W-X2)  TO W-JRN-BEFORE.
004074     MOVE 'Y'                 TO W-JRN-BEFORE-SW.
004080     PERFORM 4500-BUILD-ENTRY THRU 4500-EXIT.
004090     ADD 1 TO W-TRAN-APPLIED.
004100     SET W-MASTER-CHANGED TO TRUE.
004110     MOVE "CHANGED" TO DL-RESULT.
004112     MOVE "CHANGE"            TO W-JRN-ACTION.
004114     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
004120 3100-EXIT.
004130     EXIT.
004140
004310     ADD 1 TO W-TRAN-APPLIED.
004320     SET W-MASTER-CHANGED TO TRUE.
004330     MOVE "DELETED" TO DL-RESULT.
004332     MOVE "DELETE"            TO W-JRN-ACTION.
004334     MOVE W-SCH-IMAGE (W-X2)  TO W-JRN-BEFORE.
004336     MOVE 'Y'                 TO W-JRN-BEFORE-SW.
004338     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
004340 3200-EXIT.
004350     EXIT.
004360
006560     EXIT.
006570
006580*    ------------------------------------------------------------
006581*    4700-CHECK-AUTHORITY - THE OPERATOR NAMED ON THE TRANSACTION
006582*                     MUST BE ON CDOPAUTH, ACTIVE, AND GRANTED
006583*                     SCHEDULE MAINTENANCE; OTHERWISE THE
006584*                     TRANSACTION IS REFUSED WITHOUT BEING EDITED
006585*    ------------------------------------------------------------
006586 4700-CHECK-AUTHORITY.
006587     MOVE 'N' TO W-AUTH-SW.
006588     MOVE SPACES TO W-AUTH-REASON.
006589     EVALUATE TRUE
006590         WHEN TRN-ADD
006591             MOVE "ADD   " TO W-AUTH-REQUEST
006592         WHEN TRN-CHANGE
006593             MOVE "CHANGE" TO W-AUTH-REQUEST
006594         WHEN TRN-DELETE
006595             MOVE "DELETE" TO W-AUTH-REQUEST
006596         WHEN OTHER
006597             MOVE TRN-ACTION TO W-AUTH-REQUEST
006598     END-EVALUATE.
006599     IF TRN-USER = SPACES
006600         SET W-AUTH-REFUSED TO TRUE
006601         MOVE "NO OPERATOR ID" TO W-AUTH-REASON
006602         GO TO 4700-EXIT
006603     END-IF.
006604     MOVE TRN-USER TO AUT-OPER-ID.
006605     READ AUTHORITY-FILE
006606         INVALID KEY
006607             SET W-AUTH-REFUSED TO TRUE
006608             MOVE "UNKNOWN OPERATOR" TO W-AUTH-REASON
006609             GO TO 4700-EXIT
006610     END-READ.
006611     IF NOT AUT-ACTIVE
006612         SET W-AUTH-REFUSED TO TRUE
006613         MOVE "OPERATOR SUSPENDED" TO W-AUTH-REASON
006614         GO TO 4700-EXIT
006615     END-IF.
006616     IF NOT AUT-MAY-MAINT-SCHED
006617         SET W-AUTH-REFUSED TO TRUE
006618         MOVE "NOT AUTHORISED" TO W-AUTH-REASON
006619     END-IF.
006620 4700-EXIT.
006621     EXIT.
006622
006623*    ------------------------------------------------------------
006624*    4800-WRITE-SECURITY-JOURNAL - RECORD THE TRANSACTION, WHO
006625*                     ASKED FOR IT AND WHETHER IT WAS APPLIED,
006626*                     REJECTED BY THE EDITS OR REFUSED, ON THE
006627*                     CDSECJNL SECURITY JOURNAL
006628*    ------------------------------------------------------------
006629 4800-WRITE-SECURITY-JOURNAL.
006630     ACCEPT W-SEC-TIME FROM TIME.
006631     MOVE SPACES          TO SEC-RECORD.
006632     MOVE W-TODAY         TO SEC-DATE.
006633     MOVE W-SEC-TIME      TO SEC-TIME.
006634     MOVE "SCHEDMNT"      TO SEC-PROGRAM.
006635     MOVE TRN-USER        TO SEC-OPER-ID.
006636     SET SEC-FN-SCHED TO TRUE.
006637     MOVE W-AUTH-REQUEST  TO SEC-REQUEST.
006638     MOVE TRN-RUN-ID      TO SEC-TARGET.
006639     EVALUATE TRUE
006640         WHEN W-AUTH-REFUSED
006641             SET SEC-REFUSED TO TRUE
006642             MOVE W-AUTH-REASON TO SEC-REASON
006643         WHEN W-TRAN-BAD
006644             SET SEC-REJECTED TO TRUE
006645             MOVE DL-RESULT (12:) TO SEC-REASON
006646         WHEN OTHER
006647             SET SEC-APPLIED TO TRUE
006648     END-EVALUATE.
006649     WRITE SEC-RECORD.
006650     IF W-SEC-FILE-STATUS NOT = "00"
006651         DISPLAY "SCHMN020E SEC JOURNAL WRITE FAILED - STATUS "
006652             W-SEC-FILE-STATUS " - RUN-ID " TRN-RUN-ID
006654         MOVE SPACES TO PRINT-LINE
006655         STRING "SEC JOURNAL WRITE FAILED - STATUS "
006656             W-SEC-FILE-STATUS " - RUN-ID " TRN-RUN-ID
006658             DELIMITED BY SIZE INTO PRINT-LINE
006659         WRITE PRINT-LINE
006660         SET W-SEC-WRITE-FAILED TO TRUE
006661     END-IF.
006663 4800-EXIT.
006664     EXIT.
006665
006667*    ------------------------------------------------------------
006668*    4900-REJECT-TRAN - COUNT A REJECTED TRANSACTION
006669*    ------------------------------------------------------------
006670 4900-REJECT-TRAN.
006672     SET W-TRAN-BAD TO TRUE.
006673     ADD 1 TO W-TRAN-REJECTED.
006674     IF NOT W-RC-NO-MASTER
006676         SET W-RC-REJECTS TO TRUE
006677     END-IF.
006678 4900-EXIT.
006680     EXIT.
006681
006682*    ------------------------------------------------------------
006683*    5000-WRITE-JOURNAL - RECORD THE BEFORE AND AFTER IMAGES OF
006684*                     ONE APPLIED CHANGE ON THE CHANGE JOURNAL.
006685*                     THE AFTER IMAGE IS THE TABLE ENTRY AT W-X2
006686*                     UNLESS THE ENTRY HAS JUST BEEN DELETED.
006687*    ------------------------------------------------------------
006688 5000-WRITE-JOURNAL.
006689     IF W-SCH-DELETED (W-X2)
006690         MOVE SPACES TO W-JRN-AFTER
006691         MOVE 'N'    TO W-JRN-AFTER-SW
006692     ELSE
006693         MOVE W-SCH-IMAGE (W-X2) TO W-JRN-AFTER
006694         MOVE 'Y'    TO W-JRN-AFTER-SW
006695     END-IF.
006696     ACCEPT W-NOW-TIME FROM TIME.
006697     MOVE SPACES          TO JRN-RECORD.
006698     MOVE "CDSCHED "      TO JRN-MASTER.
006699     MOVE TRN-RUN-ID      TO JRN-KEY.
006700     MOVE W-TODAY         TO JRN-DATE.
006701     MOVE W-NOW-TIME      TO JRN-TIME.
006702     MOVE W-JRN-ACTION    TO JRN-ACTION.
006703     MOVE "SCHEDMNT"      TO JRN-PROGRAM.
006704     MOVE TRN-USER        TO JRN-USER.
006705     SET JRN-BEFORE-IMAGE TO TRUE.
006706     MOVE W-JRN-BEFORE-SW TO JRN-IMAGE-SW.
006707     MOVE W-JRN-BEFORE    TO JRN-IMAGE.
006708     WRITE JRN-RECORD.
006709     IF W-JRN-FILE-STATUS NOT = "00"
006710         GO TO 5000-FAILED
006711     END-IF.
006712     SET JRN-AFTER-IMAGE  TO TRUE.
006713     MOVE W-JRN-AFTER-SW  TO JRN-IMAGE-SW.
006714     MOVE W-JRN-AFTER     TO JRN-IMAGE.
006715     WRITE JRN-RECORD.
006716     IF W-JRN-FILE-STATUS NOT = "00"
006717         GO TO 5000-FAILED
006718     END-IF.
006719     GO TO 5000-EXIT.
006720 5000-FAILED.
006721     DISPLAY "SCHMN018E CHANGE JOURNAL WRITE FAILED - STATUS "
006722         W-JRN-FILE-STATUS " - RUN-ID " TRN-RUN-ID
006723     MOVE SPACES TO PRINT-LINE.
006724     STRING "CHANGE JOURNAL WRITE FAILED - STATUS "
006725         W-JRN-FILE-STATUS " - RUN-ID " TRN-RUN-ID
006726         DELIMITED BY SIZE INTO PRINT-LINE.
006727     WRITE PRINT-LINE.
006728     SET W-JRN-WRITE-FAILED TO TRUE.
006729 5000-EXIT.
006730     EXIT.
006731
006733*    ------------------------------------------------------------
006735*    5500-REWRITE-MASTER - WRITE THE MAINTAINED TABLE BACK
006736*                     OVER THE LIVE CDSCHED FILE.  THE FILE IS
006738*                     ONLY TOUCHED WHEN A TRANSACTION ACTUALLY
006740*                     CHANGED SOMETHING.
006750*    ------------------------------------------------------------
006760 5500-REWRITE-MASTER.
007180     IF W-TRAN-FILE-STATUS = "00" OR W-TRAN-FILE-STATUS = "10"
007190         CLOSE TRAN-FILE
007200     END-IF.
007201     IF W-JRN-FILE-STATUS = "00" OR W-JRN-WRITE-FAILED
007202         CLOSE JOURNAL-FILE
007203     END-IF.
007205     IF NOT W-RC-NO-MASTER
007206         CLOSE AUTHORITY-FILE
007207         CLOSE SECURITY-JOURNAL
007208     END-IF.
007210     CLOSE PRINT-FILE.
007212     IF W-JRN-WRITE-FAILED OR W-SEC-WRITE-FAILED
007215         SET W-RC-JRN-FAILED TO TRUE
007217     END-IF.
007220     MOVE W-RETURN-CODE TO RETURN-CODE.
007230 7000-EXIT.
007240     EXIT.
