000160*            LIVE CDCHKPT CHECKPOINT.  EVERY ROW TOUCHED (OR     *
000170*            PROTECTED, OR REJECTED) IS LISTED ON THE            *
000180*            DISPOSITION REPORT; ANY REJECTION ENDS THE RUN      *
000190*            WITH RC 04.  EVERY ROW MARKED FAILED IS ALSO        *
000192*            JOURNALED TO CDCHGJNL AS A BEFORE/AFTER IMAGE PAIR. *
000200******************************************************************
000210* MODIFICATION HISTORY                                          *
000220*   DATE        BY    DESCRIPTION                               *
000244*                     BY RUN-ID (CDCHKREC COPYBOOK); THE SWEEP  *
000246*                     NOW PROBES IT WITH A KEYED READ PER ROW   *
000248*                     INSTEAD OF READING ONE SINGLE SLOT.       *
000249*   10/15/2026  JFM   WRITE BEFORE AND AFTER IMAGES OF EVERY    *
000250*                     ROW MARKED FAILED BY A FAIL OR SWEEP TO   *
000251*                     THE CDCHGJNL CHANGE JOURNAL (CDJRNREC).   *
000252*                     NO ROWS ARE CLEARED IF THE JOURNAL CANNOT *
000253*                     OPEN.                                     *
000254*   10/15/2026  JFM   TRN-USER IS NOW CHECKED, NOT JUST         *
000255*                     RECORDED - THE OPERATOR MUST BE ACTIVE ON *
000256*                     THE CDOPAUTH AUTHORITY MASTER WITH THE    *
000257*                     REGISTRY MAINTENANCE GRANT, OR THE        *
000258*                     TRANSACTION IS REFUSED.  EVERY            *
000259*                     TRANSACTION IS WRITTEN TO THE CDSECJNL    *
000260*                     SECURITY JOURNAL.  NO ROWS ARE CLEARED IF *
000261*                     EITHER FILE CANNOT OPEN.                  *
000262*   10/15/2026  JFM   A CHANGE-JOURNAL WRITE THAT FAILS IS NOW  *
000263*                     REPORTED WITH ITS STATUS AND ENDS THE     *
000264*                     RUN WITH RC 08.                           *
000265*   10/15/2026  JFM   A CDSECJNL WRITE THAT FAILS IS REPORTED   *
000266*                     THE SAME WAY AND ALSO ENDS THE RUN WITH   *
000267*                     RC 08.                                    *
000268******************************************************************
000269 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. REGMNT.
000280 AUTHOR. JFM.
000290 INSTALLATION. DATA CENTER OPERATIONS.
000472         ACCESS MODE IS RANDOM
000474         RECORD KEY IS CHK-RUN-ID
000480         FILE STATUS IS W-CHKPT-FILE-STATUS.
000481
000482     SELECT JOURNAL-FILE ASSIGN TO "CDCHGJNL"
000483         ORGANIZATION IS LINE SEQUENTIAL
000484         FILE STATUS IS W-JRN-FILE-STATUS.
000485
000486     SELECT AUTHORITY-FILE ASSIGN TO "CDOPAUTH"
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS RANDOM
000489         RECORD KEY IS AUT-OPER-ID
000490         FILE STATUS IS W-AUT-FILE-STATUS.
000491
000492     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000493         ORGANIZATION IS LINE SEQUENTIAL
000494         FILE STATUS IS W-SEC-FILE-STATUS.
000497
000500     SELECT PRINT-FILE ASSIGN TO "CDRPT12"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS W-PRINT-FILE-STATUS.
000750     RECORD CONTAINS 20 CHARACTERS.
000760     COPY CDCHKREC.
000810
000811 FD  JOURNAL-FILE
000812     LABEL RECORDS ARE STANDARD
000813     RECORD CONTAINS 120 CHARACTERS.
000814     COPY CDJRNREC.
000815
000816 FD  AUTHORITY-FILE
000817     LABEL RECORDS ARE STANDARD
000818     RECORD CONTAINS 60 CHARACTERS.
000819     COPY CDAUTREC.
000820
000821 FD  SECURITY-JOURNAL
000822     LABEL RECORDS ARE STANDARD
000823     RECORD CONTAINS 80 CHARACTERS.
000824     COPY CDSECREC.
000825
000827 FD  PRINT-FILE
000830     LABEL RECORDS ARE STANDARD
000840     RECORD CONTAINS 80 CHARACTERS.
000850 01  PRINT-LINE                  PIC X(80).
000920 01  W-REG-FILE-STATUS           PIC X(02) VALUE SPACES.
000930 01  W-CHKPT-FILE-STATUS         PIC X(02) VALUE SPACES.
000940 01  W-PRINT-FILE-STATUS         PIC X(02) VALUE SPACES.
000945 01  W-JRN-FILE-STATUS           PIC X(02) VALUE SPACES.
000946 01  W-AUT-FILE-STATUS           PIC X(02) VALUE SPACES.
000948 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
000950
000960*    ------------------------------------------------------------
000970*    SWITCHES
001050     88  W-TRAN-BAD                         VALUE 'N'.
001060 77  W-CHKPT-AVAIL-SW            PIC X(01) VALUE 'N'.
001070     88  W-CHKPT-AVAIL                      VALUE 'Y'.
001073 77  W-JRN-ERR-SW                PIC X(01) VALUE 'N'.
001076     88  W-JRN-WRITE-FAILED                 VALUE 'Y'.
001077 77  W-SEC-ERR-SW                PIC X(01) VALUE 'N'.
001078     88  W-SEC-WRITE-FAILED                 VALUE 'Y'.
001080
001090*    ------------------------------------------------------------
001100*    CHECKPOINT PROTECTION - A LIVE ENTRY ON THE CHECKPOINT
001450 77  W-TRAN-REJECTED             PIC 9(06) VALUE ZERO.
001460
001470*    ------------------------------------------------------------
001471*    CHANGE-JOURNAL WORK FIELDS
001472*    ------------------------------------------------------------
001473 77  W-JRN-TIME                  PIC 9(08) VALUE ZERO.
001474 01  W-JRN-BEFORE                PIC X(60) VALUE SPACES.
001475
001476*    ------------------------------------------------------------
001477*    OPERATOR AUTHORITY FIELDS - THE REQUEST AS JOURNALED, AND
001478*    WHY IT WAS REFUSED WHEN IT WAS
001479*    ------------------------------------------------------------
001480 77  W-AUTH-SW                   PIC X(01) VALUE 'N'.
001481     88  W-AUTH-REFUSED                     VALUE 'Y'.
001482 77  W-SEC-TIME                  PIC 9(08) VALUE ZERO.
001483 01  W-AUTH-REQUEST              PIC X(06) VALUE SPACES.
001484 01  W-AUTH-REASON               PIC X(30) VALUE SPACES.
001485
001486*    ------------------------------------------------------------
001488*    RETURN CODE
001490*    ------------------------------------------------------------
001500 01  W-RETURN-CODE               PIC 9(02) VALUE ZERO.
001510     88  W-RC-NORMAL                        VALUE 00.
001520     88  W-RC-REJECTS                       VALUE 04.
001530     88  W-RC-NO-MASTER                     VALUE 08.
001535     88  W-RC-JRN-FAILED                    VALUE 08.
001540
001550*    ------------------------------------------------------------
001560*    REPORT LINE LAYOUTS
002520         SET W-EOF TO TRUE
002530         GO TO 1000-EXIT
002540     END-IF.
002541     OPEN EXTEND JOURNAL-FILE.
002542     IF W-JRN-FILE-STATUS = "35"
002543         OPEN OUTPUT JOURNAL-FILE
002544     END-IF.
002545     IF W-JRN-FILE-STATUS NOT = "00"
002546         DISPLAY "REGMN012E CHANGE JOURNAL UNAVAILABLE - STATUS "
002547             W-JRN-FILE-STATUS
002548         MOVE "CHANGE JOURNAL UNAVAILABLE - NO ROWS CLEARED"
002549             TO PRINT-LINE
002550         WRITE PRINT-LINE
002551         CLOSE RUN-REGISTRY
002552         SET W-RC-NO-MASTER TO TRUE
002553         SET W-EOF TO TRUE
002554         GO TO 1000-EXIT
002555     END-IF.
002556     OPEN INPUT AUTHORITY-FILE.
002557     IF W-AUT-FILE-STATUS NOT = "00"
002558         DISPLAY "REGMN014E AUTH MASTER UNAVAILABLE - STATUS "
002559             W-AUT-FILE-STATUS
002560         MOVE "AUTHORITY MASTER UNAVAILABLE - NO ROWS CLEARED"
002561             TO PRINT-LINE
002562         WRITE PRINT-LINE
002563         CLOSE RUN-REGISTRY
002564         CLOSE JOURNAL-FILE
002565         SET W-RC-NO-MASTER TO TRUE
002566         SET W-EOF TO TRUE
002567         GO TO 1000-EXIT
002568     END-IF.
002569     OPEN EXTEND SECURITY-JOURNAL.
002570     IF W-SEC-FILE-STATUS = "35"
002571         OPEN OUTPUT SECURITY-JOURNAL
002572     END-IF.
002573     IF W-SEC-FILE-STATUS NOT = "00"
002574         DISPLAY "REGMN016E SEC JOURNAL UNAVAILABLE - STATUS "
002575             W-SEC-FILE-STATUS
002576         MOVE "SECURITY JOURNAL UNAVAILABLE - NO ROWS CLEARED"
002577             TO PRINT-LINE
002578         WRITE PRINT-LINE
002579         CLOSE RUN-REGISTRY
002580         CLOSE JOURNAL-FILE
002581         CLOSE AUTHORITY-FILE
002582         SET W-RC-NO-MASTER TO TRUE
002583         SET W-EOF TO TRUE
002584         GO TO 1000-EXIT
002585     END-IF.
002586     PERFORM 1200-OPEN-CHECKPOINT THRU 1200-EXIT.
002587     OPEN INPUT TRAN-FILE.
002588     IF W-TRAN-FILE-STATUS = "00"
002589         PERFORM 2900-READ-TRAN THRU 2900-EXIT
002590     ELSE
002600         SET W-EOF TO TRUE
002610     END-IF.
002884     END-READ.
002886 1250-EXIT.
002888     EXIT.
002890
002892*    ------------------------------------------------------------
002895*    2100-PROCESS-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION
002897*    ------------------------------------------------------------
002900 2100-PROCESS-ONE-TRAN.
002910     ADD 1 TO W-TRAN-READ.
002920     SET W-TRAN-GOOD TO TRUE.
002930     MOVE SPACES TO W-DETAIL-LINE.
002940     MOVE TRN-RUN-ID TO DL-RUN-ID.
002950     MOVE TRN-USER   TO DL-USER.
002952     PERFORM 4700-CHECK-AUTHORITY THRU 4700-EXIT.
002960     EVALUATE TRUE
002961         WHEN W-AUTH-REFUSED
002962             MOVE W-AUTH-REQUEST TO DL-ACTION
002963             PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
002965             MOVE "REFUSED - " TO DL-DISP
002966             MOVE W-AUTH-REASON TO DL-DISP (11:)
002967             MOVE W-DETAIL-LINE TO PRINT-LINE
002968             WRITE PRINT-LINE
002970         WHEN TRN-FAIL
002980             MOVE "FAIL   " TO DL-ACTION
002990             PERFORM 3000-APPLY-FAIL THRU 3000-EXIT
003070             MOVE W-DETAIL-LINE TO PRINT-LINE
003080             WRITE PRINT-LINE
003090     END-EVALUATE.
003095     PERFORM 4800-WRITE-SECURITY-JOURNAL THRU 4800-EXIT.
003100     PERFORM 2900-READ-TRAN THRU 2900-EXIT.
003110 2100-EXIT.
003120     EXIT.
003300     IF TRN-RUN-ID = SPACES
003310         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003320         MOVE "REJECTED - RUN-ID MISSING" TO DL-DISP
003380         GO TO 3000-PRINT
003390     END-IF.
003400     MOVE TRN-RUN-ID TO REG-RUN-ID.
003660     IF TRN-AGE-DAYS NOT NUMERIC
003670         PERFORM 4900-REJECT-TRAN THRU 4900-EXIT
003680         MOVE "REJECTED - AGE NOT NUMERIC" TO DL-DISP
003750         PERFORM 5000-PRINT-ROW-LINE THRU 5000-EXIT
003760         GO TO 3500-EXIT
003770     END-IF.
004210*                     AND OPERATOR
004220*    ------------------------------------------------------------
004230 4000-MARK-ROW-FAILED.
004235     MOVE REG-RECORD TO W-JRN-BEFORE.
004240     MOVE 'F'        TO REG-STATUS.
004250     MOVE W-TODAY    TO REG-END-DATE.
004260     MOVE W-NOW-TIME TO REG-END-TIME.
004270     MOVE TRN-USER   TO REG-CLEARED-BY.
004280     REWRITE REG-RECORD.
004290     ADD 1 TO W-ROWS-CLEARED.
004295     PERFORM 4100-WRITE-JOURNAL THRU 4100-EXIT.
004300 4000-EXIT.
004310     EXIT.
004311
004312*    ------------------------------------------------------------
004313*    4100-WRITE-JOURNAL - RECORD THE BEFORE AND AFTER IMAGES OF
004314*                     THE ROW JUST MARKED FAILED ON THE CHANGE
004315*                     JOURNAL, UNDER THE TRANSACTION'S ACTION
004316*    ------------------------------------------------------------
004317 4100-WRITE-JOURNAL.
004318     ACCEPT W-JRN-TIME FROM TIME.
004319     MOVE SPACES          TO JRN-RECORD.
004320     MOVE "CDRUNREG"      TO JRN-MASTER.
004321     MOVE REG-RUN-ID      TO JRN-KEY.
004322     MOVE W-TODAY         TO JRN-DATE.
004323     MOVE W-JRN-TIME      TO JRN-TIME.
004324     IF TRN-SWEEP
004325         SET JRN-ACT-SWEEP TO TRUE
004326     ELSE
004327         SET JRN-ACT-FAIL  TO TRUE
004328     END-IF.
004329     MOVE "REGMNT  "      TO JRN-PROGRAM.
004330     MOVE TRN-USER        TO JRN-USER.
004331     SET JRN-BEFORE-IMAGE TO TRUE.
004332     SET JRN-IMAGE-PRESENT TO TRUE.
004333     MOVE W-JRN-BEFORE    TO JRN-IMAGE.
004334     WRITE JRN-RECORD.
004335     IF W-JRN-FILE-STATUS NOT = "00"
004336         GO TO 4100-FAILED
004337     END-IF.
004338     SET JRN-AFTER-IMAGE  TO TRUE.
004339     MOVE REG-RECORD      TO JRN-IMAGE.
004340     WRITE JRN-RECORD.
004341     IF W-JRN-FILE-STATUS NOT = "00"
004342         GO TO 4100-FAILED
004343     END-IF.
004344     GO TO 4100-EXIT.
004345 4100-FAILED.
004346     DISPLAY "REGMN018E CHANGE JOURNAL WRITE FAILED - STATUS "
004347         W-JRN-FILE-STATUS " - RUN-ID " REG-RUN-ID
004348     MOVE SPACES TO PRINT-LINE.
004349     STRING "CHANGE JOURNAL WRITE FAILED - STATUS "
004350         W-JRN-FILE-STATUS " - RUN-ID " REG-RUN-ID
004351         DELIMITED BY SIZE INTO PRINT-LINE.
004352     WRITE PRINT-LINE.
004353     SET W-JRN-WRITE-FAILED TO TRUE.
004354 4100-EXIT.
004355     EXIT.
004356
004357*    ------------------------------------------------------------
004358*    4700-CHECK-AUTHORITY - THE OPERATOR NAMED ON THE TRANSACTION
004359*                     MUST BE ON CDOPAUTH, ACTIVE, AND GRANTED
004360*                     REGISTRY MAINTENANCE; OTHERWISE THE
004361*                     TRANSACTION IS REFUSED WITHOUT BEING EDITED
004362*    ------------------------------------------------------------
004363 4700-CHECK-AUTHORITY.
004364     MOVE 'N' TO W-AUTH-SW.
004365     MOVE SPACES TO W-AUTH-REASON.
004366     EVALUATE TRUE
004367         WHEN TRN-FAIL
004368             MOVE "FAIL  " TO W-AUTH-REQUEST
004369         WHEN TRN-SWEEP
004370             MOVE "SWEEP " TO W-AUTH-REQUEST
004371         WHEN OTHER
004372             MOVE TRN-ACTION TO W-AUTH-REQUEST
004373     END-EVALUATE.
004374     IF TRN-USER = SPACES
004375         SET W-AUTH-REFUSED TO TRUE
004376         MOVE "NO OPERATOR ID" TO W-AUTH-REASON
004377         GO TO 4700-EXIT
004378     END-IF.
004379     MOVE TRN-USER TO AUT-OPER-ID.
004380     READ AUTHORITY-FILE
004381         INVALID KEY
004382             SET W-AUTH-REFUSED TO TRUE
004383             MOVE "UNKNOWN OPERATOR" TO W-AUTH-REASON
004384             GO TO 4700-EXIT
004385     END-READ.
004386     IF NOT AUT-ACTIVE
004387         SET W-AUTH-REFUSED TO TRUE
004388         MOVE "OPERATOR SUSPENDED" TO W-AUTH-REASON
004389         GO TO 4700-EXIT
004390     END-IF.
004391     IF NOT AUT-MAY-MAINT-REG
004392         SET W-AUTH-REFUSED TO TRUE
004393         MOVE "NOT AUTHORISED" TO W-AUTH-REASON
004394     END-IF.
004395 4700-EXIT.
004396     EXIT.
004397
004398*    ------------------------------------------------------------
004399*    4800-WRITE-SECURITY-JOURNAL - RECORD THE TRANSACTION, WHO
004400*                     ASKED FOR IT AND WHETHER IT WAS APPLIED,
004401*                     REJECTED BY THE EDITS OR REFUSED, ON THE
004402*                     CDSECJNL SECURITY JOURNAL
004403*    ------------------------------------------------------------
004404 4800-WRITE-SECURITY-JOURNAL.
004405     ACCEPT W-SEC-TIME FROM TIME.
004406     MOVE SPACES          TO SEC-RECORD.
004407     MOVE W-TODAY         TO SEC-DATE.
004408     MOVE W-SEC-TIME      TO SEC-TIME.
004409     MOVE "REGMNT  "      TO SEC-PROGRAM.
004410     MOVE TRN-USER        TO SEC-OPER-ID.
004411     SET SEC-FN-REGISTRY TO TRUE.
004412     MOVE W-AUTH-REQUEST  TO SEC-REQUEST.
004413     MOVE TRN-RUN-ID      TO SEC-TARGET.
004414     EVALUATE TRUE
004415         WHEN W-AUTH-REFUSED
004416             SET SEC-REFUSED TO TRUE
004417             MOVE W-AUTH-REASON TO SEC-REASON
004418         WHEN W-TRAN-BAD
004419             SET SEC-REJECTED TO TRUE
004420             MOVE DL-DISP (12:) TO SEC-REASON
004421         WHEN OTHER
004422             SET SEC-APPLIED TO TRUE
004423     END-EVALUATE.
004424     WRITE SEC-RECORD.
004425     IF W-SEC-FILE-STATUS NOT = "00"
004426         DISPLAY "REGMN020E SEC JOURNAL WRITE FAILED - STATUS "
004427             W-SEC-FILE-STATUS " - RUN-ID " TRN-RUN-ID
004428         MOVE SPACES TO PRINT-LINE
004429         STRING "SEC JOURNAL WRITE FAILED - STATUS "
004430             W-SEC-FILE-STATUS " - RUN-ID " TRN-RUN-ID
004431             DELIMITED BY SIZE INTO PRINT-LINE
004432         WRITE PRINT-LINE
004433         SET W-SEC-WRITE-FAILED TO TRUE
004434     END-IF.
004435 4800-EXIT.
004436     EXIT.
004437
004438*    ------------------------------------------------------------
004439*    5000-PRINT-ROW-LINE - ONE DISPOSITION LINE, WITH THE
004440*                     ROW'S START DATE WHEN ONE IS ON HAND
004441*    ------------------------------------------------------------
004442 5000-PRINT-ROW-LINE.
004443     IF DL-DISP (1:8) NOT = "REJECTED"
004444         MOVE REG-START-DATE TO W-DATE-DISP
004445         MOVE W-DATE-DISP TO DL-START-DATE
004446     END-IF.
004447     MOVE W-DETAIL-LINE TO PRINT-LINE.
004448     WRITE PRINT-LINE.
004449 5000-EXIT.
004450     EXIT.
004460
004470*    ------------------------------------------------------------
005378     END-IF.
005380     IF NOT W-RC-NO-MASTER
005390         CLOSE RUN-REGISTRY
005395         CLOSE JOURNAL-FILE
005396         CLOSE AUTHORITY-FILE
005398         CLOSE SECURITY-JOURNAL
005400         IF W-TRAN-FILE-STATUS = "00" OR W-TRAN-FILE-STATUS = "10"
005410             CLOSE TRAN-FILE
005420         END-IF
005430     END-IF.
005440     CLOSE PRINT-FILE.
005442     IF W-JRN-WRITE-FAILED OR W-SEC-WRITE-FAILED
005445         SET W-RC-JRN-FAILED TO TRUE
005447     END-IF.
005450     MOVE W-RETURN-CODE TO RETURN-CODE.
005460 7000-EXIT.
005470     EXIT.
