000110*            1500-VALIDATE-PARMS IN THE MIDDLE OF THE BATCH      *
000120*            WINDOW.  EVERY TRANSACTION IS LISTED ON THE EDIT    *
000130*            REPORT WITH ITS DISPOSITION; ANY REJECTION ENDS     *
000140*            THE RUN WITH RC 04.  EVERY CHANGE APPLIED IS ALSO  *
000142*            JOURNALED TO CDCHGJNL AS A BEFORE/AFTER IMAGE PAIR. *
000150******************************************************************
000160* MODIFICATION HISTORY                                          *
000170*   DATE        BY    DESCRIPTION                               *
000180*   ----------  ----  ------------------------------------      *
000190*   08/22/2026  JFM   ORIGINAL VERSION.                         *
000191*   10/15/2026  JFM   WRITE BEFORE AND AFTER IMAGES OF EVERY    *
000192*                     APPLIED ADD/CHANGE/DELETE TO THE CDCHGJNL *
000193*                     CHANGE JOURNAL (CDJRNREC).  NO UPDATES    *
000194*                     ARE APPLIED IF THE JOURNAL CANNOT OPEN.   *
000195*   10/15/2026  JFM   START, FLOOR, STEP AND FREQUENCY EDITS    *
000196*                     NOW ACCEPT 001 THRU 999, THE SAME RANGE   *
000197*                     WHILE ACCEPTS.                            *
000198*   10/15/2026  JFM   EVERY TRANSACTION NOW NAMES THE           *
000199*                     REQUESTING OPERATOR IN TRN-USER, WHO MUST *
000200*                     BE ACTIVE ON THE CDOPAUTH AUTHORITY       *
000201*                     MASTER WITH THE PROFILE MAINTENANCE       *
000202*                     GRANT.  ANYTHING ELSE IS REFUSED, NOT     *
000203*                     APPLIED.  EVERY TRANSACTION IS WRITTEN TO *
000204*                     THE CDSECJNL SECURITY JOURNAL AND THE     *
000205*                     OPERATOR IS CARRIED ON THE CHANGE         *
000206*                     JOURNAL.  NO UPDATES ARE APPLIED IF       *
000207*                     EITHER FILE CANNOT OPEN.                  *
000208*   10/15/2026  JFM   A CHANGE-JOURNAL WRITE THAT FAILS IS NOW  *
000209*                     REPORTED WITH ITS STATUS AND ENDS THE     *
000210*                     RUN WITH RC 08.                           *
000211*   10/15/2026  JFM   A CDSECJNL WRITE THAT FAILS IS REPORTED   *
000213*                     THE SAME WAY AND ALSO ENDS THE RUN WITH   *
000215*                     RC 08.                                    *
000216******************************************************************
000218 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PROFMNT.
000230 AUTHOR. JFM.
000240 INSTALLATION. DATA CENTER OPERATIONS.
000380         RECORD KEY IS PRF-NAME
000390         FILE STATUS IS W-PROF-FILE-STATUS.
000400
000401     SELECT JOURNAL-FILE ASSIGN TO "CDCHGJNL"
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS W-JRN-FILE-STATUS.
000404
000405     SELECT AUTHORITY-FILE ASSIGN TO "CDOPAUTH"
000406         ORGANIZATION IS INDEXED
000407         ACCESS MODE IS RANDOM
000408         RECORD KEY IS AUT-OPER-ID
000409         FILE STATUS IS W-AUT-FILE-STATUS.
000410
000411     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000412         ORGANIZATION IS LINE SEQUENTIAL
000413         FILE STATUS IS W-SEC-FILE-STATUS.
000414
000417     SELECT PRINT-FILE ASSIGN TO "CDRPT06"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS W-PRINT-FILE-STATUS.
000440
000580     05  TRN-STEP                PIC X(03).
000590     05  TRN-DIR                 PIC X(01).
000600     05  TRN-CHKFREQ             PIC X(03).
000610     05  TRN-USER                PIC X(06).
000620
000630 FD  PROFILE-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 40 CHARACTERS.
000660     COPY CDPRFREC.
000661
000662 FD  JOURNAL-FILE
000663     LABEL RECORDS ARE STANDARD
000664     RECORD CONTAINS 120 CHARACTERS.
000665     COPY CDJRNREC.
000666
000667 FD  AUTHORITY-FILE
000668     LABEL RECORDS ARE STANDARD
000669     RECORD CONTAINS 60 CHARACTERS.
000670     COPY CDAUTREC.
000671
000672 FD  SECURITY-JOURNAL
000673     LABEL RECORDS ARE STANDARD
000674     RECORD CONTAINS 80 CHARACTERS.
000675     COPY CDSECREC.
000677
000680 FD  PRINT-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD CONTAINS 80 CHARACTERS.
000770 01  W-TRAN-FILE-STATUS          PIC X(02) VALUE SPACES.
000780 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
000790 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
000795 01  W-JRN-FILE-STATUS           PIC X(02) VALUE SPACES.
000796 01  W-AUT-FILE-STATUS           PIC X(02) VALUE SPACES.
000798 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
000800
000810*    ------------------------------------------------------------
000820*    SWITCHES
000860 77  W-EDIT-SW                   PIC X(01) VALUE 'Y'.
000870     88  W-TRAN-GOOD                        VALUE 'Y'.
000880     88  W-TRAN-BAD                         VALUE 'N'.
000883 77  W-JRN-ERR-SW                PIC X(01) VALUE 'N'.
000886     88  W-JRN-WRITE-FAILED                 VALUE 'Y'.
000887 77  W-SEC-ERR-SW                PIC X(01) VALUE 'N'.
000888     88  W-SEC-WRITE-FAILED                 VALUE 'Y'.
000890
000900*    ------------------------------------------------------------
000910*    VALIDATION LIMITS - SAME RULES WHILE APPLIES AT RUN TIME
000920*    ------------------------------------------------------------
000930 77  W-MIN-VALUE                 PIC S9(03) VALUE 001.
000940 77  W-MAX-VALUE                 PIC S9(03) VALUE 999.
000950 01  W-EDIT-START                PIC S9(03) VALUE ZERO.
000960 01  W-EDIT-END                  PIC S9(03) VALUE ZERO.
000970 01  W-EDIT-STEP                 PIC S9(03) VALUE ZERO.
001050 77  W-TRAN-REJECTED             PIC 9(06) VALUE ZERO.
001060
001070*    ------------------------------------------------------------
001071*    CHANGE-JOURNAL WORK FIELDS - THE BEFORE AND AFTER IMAGES
001072*    OF THE CHANGE IN HAND, AND WHETHER EACH SIDE EXISTS
001073*    ------------------------------------------------------------
001074 77  W-NOW-TIME                  PIC 9(08) VALUE ZERO.
001075 01  W-JRN-ACTION                PIC X(06) VALUE SPACES.
001076 01  W-JRN-BEFORE                PIC X(60) VALUE SPACES.
001077 01  W-JRN-BEFORE-SW             PIC X(01) VALUE 'N'.
001078 01  W-JRN-AFTER                 PIC X(60) VALUE SPACES.
001079 01  W-JRN-AFTER-SW              PIC X(01) VALUE 'N'.
001080
001081*    ------------------------------------------------------------
001082*    OPERATOR AUTHORITY FIELDS - THE REQUEST AS JOURNALED, AND
001083*    WHY IT WAS REFUSED WHEN IT WAS
001084*    ------------------------------------------------------------
001085 77  W-AUTH-SW                   PIC X(01) VALUE 'N'.
001086     88  W-AUTH-REFUSED                     VALUE 'Y'.
001087 77  W-SEC-TIME                  PIC 9(08) VALUE ZERO.
001088 01  W-AUTH-REQUEST              PIC X(06) VALUE SPACES.
001089 01  W-AUTH-REASON               PIC X(30) VALUE SPACES.
001090
001091*    ------------------------------------------------------------
001094*    RETURN CODE
001097*    ------------------------------------------------------------
001100 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001110     88  W-RC-NORMAL                        VALUE 00.
001120     88  W-RC-REJECTS                       VALUE 04.
001130     88  W-RC-NO-MASTER                     VALUE 08.
001135     88  W-RC-JRN-FAILED                    VALUE 08.
001140
001150*    ------------------------------------------------------------
001160*    REPORT LINE LAYOUTS
002100         SET W-EOF TO TRUE
002110         GO TO 1000-EXIT
002120     END-IF.
002121     OPEN EXTEND JOURNAL-FILE.
002122     IF W-JRN-FILE-STATUS = "35"
002123         OPEN OUTPUT JOURNAL-FILE
002124     END-IF.
002125     IF W-JRN-FILE-STATUS NOT = "00"
002126         DISPLAY "PROFM012E CHANGE JOURNAL UNAVAILABLE - STATUS "
002127             W-JRN-FILE-STATUS
002128         MOVE "CHANGE JOURNAL UNAVAILABLE - NO UPDATES APPLIED"
002129             TO PRINT-LINE
002130         WRITE PRINT-LINE
002131         CLOSE PROFILE-FILE
002132         SET W-RC-NO-MASTER TO TRUE
002133         SET W-EOF TO TRUE
002134         GO TO 1000-EXIT
002135     END-IF.
002136     OPEN INPUT AUTHORITY-FILE.
002137     IF W-AUT-FILE-STATUS NOT = "00"
002138         DISPLAY "PROFM014E AUTH MASTER UNAVAILABLE - STATUS "
002139             W-AUT-FILE-STATUS
002140         MOVE "AUTHORITY MASTER UNAVAILABLE - NO UPDATES APPLIED"
002141             TO PRINT-LINE
002142         WRITE PRINT-LINE
002143         CLOSE PROFILE-FILE
002144         CLOSE JOURNAL-FILE
002145         SET W-RC-NO-MASTER TO TRUE
002146         SET W-EOF TO TRUE
002147         GO TO 1000-EXIT
002148     END-IF.
002149     OPEN EXTEND SECURITY-JOURNAL.
002150     IF W-SEC-FILE-STATUS = "35"
002151         OPEN OUTPUT SECURITY-JOURNAL
002152     END-IF.
002153     IF W-SEC-FILE-STATUS NOT = "00"
002154         DISPLAY "PROFM016E SEC JOURNAL UNAVAILABLE - STATUS "
002155             W-SEC-FILE-STATUS
002156         MOVE "SECURITY JOURNAL UNAVAILABLE - NO UPDATES APPLIED"
002157             TO PRINT-LINE
002158         WRITE PRINT-LINE
002159         CLOSE PROFILE-FILE
002160         CLOSE JOURNAL-FILE
002161         CLOSE AUTHORITY-FILE
002162         SET W-RC-NO-MASTER TO TRUE
002163         SET W-EOF TO TRUE
002164         GO TO 1000-EXIT
002165     END-IF.
002166     OPEN INPUT TRAN-FILE.
002167     IF W-TRAN-FILE-STATUS = "00"
002168         PERFORM 2900-READ-TRAN THRU 2900-EXIT
002169     ELSE
002170         SET W-EOF TO TRUE
002180     END-IF.
002190 1000-EXIT.
002320     MOVE TRN-STEP    TO DL-STEP.
002330     MOVE TRN-DIR     TO DL-DIR.
002340     MOVE TRN-CHKFREQ TO DL-CHKFREQ.
002342     PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
002350     EVALUATE TRUE
002351         WHEN W-AUTH-REFUSED
002353             MOVE W-AUTH-REQUEST TO DL-ACTION
002355             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002356             MOVE "REFUSED - " TO DL-RESULT
002358             MOVE W-AUTH-REASON TO DL-RESULT (11:)
002360         WHEN TRN-ADD
002370             MOVE "ADD    " TO DL-ACTION
002380             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
002490     END-EVALUATE.
002500     MOVE W-DETAIL-LINE TO PRINT-LINE.
002510     WRITE PRINT-LINE.
002515     PERFORM 4800-WRITE-SECURITY-JOURNAL THRU 4800-EXIT.
002520     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
002530 2100-EXIT.
002540     EXIT.
002760             WRITE PRF-RECORD
002770             ADD 1 TO W-TRAN-APPLIED
002780             MOVE "ADDED" TO DL-RESULT
002781             MOVE "ADD   "   TO W-JRN-ACTION
002782             MOVE SPACES     TO W-JRN-BEFORE
002784             MOVE 'N'        TO W-JRN-BEFORE-SW
002785             MOVE PRF-RECORD TO W-JRN-AFTER
002787             MOVE 'Y'        TO W-JRN-AFTER-SW
002788             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
002790         NOT INVALID KEY
002800             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002810             MOVE "REJECTED - PROFILE ALREADY EXISTS"
002980             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002990             MOVE "REJECTED - PROFILE NOT FOUND" TO DL-RESULT
003000         NOT INVALID KEY
003002             MOVE PRF-RECORD TO W-JRN-BEFORE
003010             PERFORM 4500-BUILD-PROFILE THRU 4500-EXIT
003020             REWRITE PRF-RECORD
003030             ADD 1 TO W-TRAN-APPLIED
003040             MOVE "CHANGED" TO DL-RESULT
003042             MOVE "CHANGE"   TO W-JRN-ACTION
003044             MOVE 'Y'        TO W-JRN-BEFORE-SW
003046             MOVE PRF-RECORD TO W-JRN-AFTER
003048             MOVE 'Y'        TO W-JRN-AFTER-SW
003049             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
003050     END-READ.
003060 3100-EXIT.
003070     EXIT.
003210             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003220             MOVE "REJECTED - PROFILE NOT FOUND" TO DL-RESULT
003230         NOT INVALID KEY
003232             MOVE PRF-RECORD TO W-JRN-BEFORE
003240             DELETE PROFILE-FILE
003250             ADD 1 TO W-TRAN-APPLIED
003260             MOVE "DELETED" TO DL-RESULT
003262             MOVE "DELETE"   TO W-JRN-ACTION
003264             MOVE 'Y'        TO W-JRN-BEFORE-SW
003266             MOVE SPACES     TO W-JRN-AFTER
003268             MOVE 'N'        TO W-JRN-AFTER-SW
003269             PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT
003270     END-READ.
003280 3200-EXIT.
003290     EXIT.
003900     EXIT.
003910
003920*    ------------------------------------------------------------
003921*    4700-CHECK-AUTHORITY - THE OPERATOR NAMED ON THE TRANSACTION
003922*                     MUST BE ON CDOPAUTH, ACTIVE, AND GRANTED
003923*                     PROFILE MAINTENANCE; OTHERWISE THE
003924*                     TRANSACTION IS REFUSED WITHOUT BEING EDITED
003925*    ------------------------------------------------------------
003926 4700-CHECK-AUTHORITY.
003927     MOVE 'N' TO W-AUTH-SW.
003928     MOVE SPACES TO W-AUTH-REASON.
003929     EVALUATE TRUE
003930         WHEN TRN-ADD
003931             MOVE "ADD   " TO W-AUTH-REQUEST
003932         WHEN TRN-CHANGE
003933             MOVE "CHANGE" TO W-AUTH-REQUEST
003934         WHEN TRN-DELETE
003935             MOVE "DELETE" TO W-AUTH-REQUEST
003936         WHEN OTHER
003937             MOVE TRN-ACTION TO W-AUTH-REQUEST
003938     END-EVALUATE.
003939     IF TRN-USER = SPACES
003940         SET W-AUTH-REFUSED TO TRUE
003941         MOVE "NO OPERATOR ID" TO W-AUTH-REASON
003942         GO TO 4700-EXIT
003943     END-IF.
003944     MOVE TRN-USER TO AUT-OPER-ID.
003945     READ AUTHORITY-FILE
003946         INVALID KEY
003947             SET W-AUTH-REFUSED TO TRUE
003948             MOVE "UNKNOWN OPERATOR" TO W-AUTH-REASON
003949             GO TO 4700-EXIT
003950     END-READ.
003951     IF NOT AUT-ACTIVE
003952         SET W-AUTH-REFUSED TO TRUE
003953         MOVE "OPERATOR SUSPENDED" TO W-AUTH-REASON
003954         GO TO 4700-EXIT
003955     END-IF.
003956     IF NOT AUT-MAY-MAINT-PROFILE
003957         SET W-AUTH-REFUSED TO TRUE
003958         MOVE "NOT AUTHORISED" TO W-AUTH-REASON
003959     END-IF.
003960 4700-EXIT.
003961     EXIT.
003962
003963*    ------------------------------------------------------------
003964*    4800-WRITE-SECURITY-JOURNAL - RECORD THE TRANSACTION, WHO
003965*                     ASKED FOR IT AND WHETHER IT WAS APPLIED,
003966*                     REJECTED BY THE EDITS OR REFUSED, ON THE
003967*                     CDSECJNL SECURITY JOURNAL
003968*    ------------------------------------------------------------
003969 4800-WRITE-SECURITY-JOURNAL.
003970     ACCEPT W-SEC-TIME FROM TIME.
003971     MOVE SPACES          TO SEC-RECORD.
003972     MOVE W-TODAY         TO SEC-DATE.
003973     MOVE W-SEC-TIME      TO SEC-TIME.
003974     MOVE "PROFMNT "      TO SEC-PROGRAM.
003975     MOVE TRN-USER        TO SEC-OPER-ID.
003976     SET SEC-FN-PROFILE TO TRUE.
003977     MOVE W-AUTH-REQUEST  TO SEC-REQUEST.
003978     MOVE TRN-NAME        TO SEC-TARGET.
003979     EVALUATE TRUE
003980         WHEN W-AUTH-REFUSED
003981             SET SEC-REFUSED TO TRUE
003982             MOVE W-AUTH-REASON TO SEC-REASON
003983         WHEN W-TRAN-BAD
003984             SET SEC-REJECTED TO TRUE
003985             MOVE DL-RESULT (12:) TO SEC-REASON
003986         WHEN OTHER
003987             SET SEC-APPLIED TO TRUE
003988     END-EVALUATE.
003989     WRITE SEC-RECORD.
003990     IF W-SEC-FILE-STATUS NOT = "00"
003991         DISPLAY "PROFM020E SEC JOURNAL WRITE FAILED - STATUS "
003992             W-SEC-FILE-STATUS " - PROFILE " TRN-NAME
003994         MOVE SPACES TO PRINT-LINE
003995         STRING "SEC JOURNAL WRITE FAILED - STATUS "
003996             W-SEC-FILE-STATUS " - PROFILE " TRN-NAME
003998             DELIMITED BY SIZE INTO PRINT-LINE
003999         WRITE PRINT-LINE
004000         SET W-SEC-WRITE-FAILED TO TRUE
004001     END-IF.
004003 4800-EXIT.
004004     EXIT.
004005
004007*    ------------------------------------------------------------
004008*    4900-REJECT-TRAN - COUNT A REJECTED TRANSACTION
004009*    ------------------------------------------------------------
004010 4900-REJECT-TRAN.
004012     SET W-TRAN-BAD TO TRUE.
004013     ADD 1 TO W-TRAN-REJECTED.
004014     IF NOT W-RC-NO-MASTER
004016         SET W-RC-REJECTS TO TRUE
004017     END-IF.
004018 4900-EXIT.
004020     EXIT.
004021
004022*    ------------------------------------------------------------
004023*    5000-WRITE-JOURNAL - RECORD THE BEFORE AND AFTER IMAGES OF
004024*                     ONE APPLIED CHANGE ON THE CHANGE JOURNAL
004025*    ------------------------------------------------------------
004026 5000-WRITE-JOURNAL.
004027     ACCEPT W-NOW-TIME FROM TIME.
004028     MOVE SPACES          TO JRN-RECORD.
004029     MOVE "CDPROF  "      TO JRN-MASTER.
004030     MOVE TRN-NAME        TO JRN-KEY.
004031     MOVE W-TODAY         TO JRN-DATE.
004032     MOVE W-NOW-TIME      TO JRN-TIME.
004033     MOVE W-JRN-ACTION    TO JRN-ACTION.
004034     MOVE "PROFMNT "      TO JRN-PROGRAM.
004035     MOVE TRN-USER        TO JRN-USER.
004036     SET JRN-BEFORE-IMAGE TO TRUE.
004037     MOVE W-JRN-BEFORE-SW TO JRN-IMAGE-SW.
004038     MOVE W-JRN-BEFORE    TO JRN-IMAGE.
004039     WRITE JRN-RECORD.
004040     IF W-JRN-FILE-STATUS NOT = "00"
004041         GO TO 5000-FAILED
004042     END-IF.
004043     SET JRN-AFTER-IMAGE  TO TRUE.
004044     MOVE W-JRN-AFTER-SW  TO JRN-IMAGE-SW.
004045     MOVE W-JRN-AFTER     TO JRN-IMAGE.
004046     WRITE JRN-RECORD.
004047     IF W-JRN-FILE-STATUS NOT = "00"
004048         GO TO 5000-FAILED
004049     END-IF.
004050     GO TO 5000-EXIT.
004051 5000-FAILED.
004052     DISPLAY "PROFM018E CHANGE JOURNAL WRITE FAILED - STATUS "
004053         W-JRN-FILE-STATUS " - PROFILE " TRN-NAME
004054     MOVE SPACES TO PRINT-LINE.
004055     STRING "CHANGE JOURNAL WRITE FAILED - STATUS "
004056         W-JRN-FILE-STATUS " - PROFILE " TRN-NAME
004057         DELIMITED BY SIZE INTO PRINT-LINE.
004058     WRITE PRINT-LINE.
004059     SET W-JRN-WRITE-FAILED TO TRUE.
004060 5000-EXIT.
004061     EXIT.
004062
004064*    ------------------------------------------------------------
004066*    6000-PRINT-TRAILER - WRITE THE TRANSACTION TOTALS
004068*    ------------------------------------------------------------
004070 6000-PRINT-TRAILER.
004080     MOVE SPACES TO PRINT-LINE.
004090     WRITE PRINT-LINE.
004250 7000-TERMINATE.
004260     IF NOT W-RC-NO-MASTER
004270         CLOSE PROFILE-FILE
004275         CLOSE JOURNAL-FILE
004276         CLOSE AUTHORITY-FILE
004278         CLOSE SECURITY-JOURNAL
004280         IF W-TRAN-FILE-STATUS = "00" OR W-TRAN-FILE-STATUS = "10"
004290             CLOSE TRAN-FILE
004300         END-IF
004310     END-IF.
004320     CLOSE PRINT-FILE.
004322     IF W-JRN-WRITE-FAILED OR W-SEC-WRITE-FAILED
004325         SET W-RC-JRN-FAILED TO TRUE
004327     END-IF.
004330     MOVE W-RETURN-CODE TO RETURN-CODE.
004340 7000-EXIT.
004350     EXIT.
