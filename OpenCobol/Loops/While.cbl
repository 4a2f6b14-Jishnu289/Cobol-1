000648*                     CDCNTL DECK CAN RESUME IN PLACE, AND A    *
000649*                     COMPLETED RUN DELETES ONLY ITS OWN        *
000650*                     ENTRY.                                    *
000651*   10/15/2026  JFM   START, FLOOR, STEP AND CHECKPOINT         *
000652*                     FREQUENCY NOW ACCEPT THE FULL 001 THRU    *
000653*                     999 RANGE CARRIED BY THE CDPARMS,         *
000654*                     CNTLCARD AND CDCNTL LAYOUTS, MATCHING     *
000655*                     CNTLVAL, PROFMNT AND SCHEDMNT.  CDTHRESH  *
000656*                     VALUES ABOVE 99 NOW FIRE.                 *
000657*   10/15/2026  JFM   CDOPCMD COMMANDS NOW CARRY THE ISSUING    *
000658*                     OPERATOR ID AND ARE CHECKED AGAINST THE   *
000659*                     CDOPAUTH AUTHORITY MASTER BEFORE THEY ARE *
000660*                     OBEYED.  PAUSE/RESUME, CANCEL AND         *
000661*                     CANCEL-ALL (BLANK RUN-ID) ARE GRANTED     *
000662*                     SEPARATELY AND A REFUSED COMMAND IS       *
000663*                     IGNORED.  EVERY COMMAND ACTED ON OR       *
000664*                     REFUSED IS WRITTEN ONCE TO THE CDSECJNL   *
000665*                     SECURITY JOURNAL, AND THE CANCELLING      *
000666*                     OPERATOR IS NAMED IN THE MESSAGES AND IN  *
000667*                     REG-CLEARED-BY.                           *
000668*   10/15/2026  JFM   AN OPERATOR PAUSE NOW SHOWS ON THE RUN    *
000669*                     REGISTRY - THE ROW IS MARKED PAUSED (P)   *
000670*                     WHILE THE PAUSE HOLDS AND ACTIVE AGAIN ON *
000671*                     RESUME, FOR THE OPCONSOL OPERATOR CONSOLE.*
000672*   10/15/2026  JFM   AT TERMINATION THE OWNING INSTANCE DROPS  *
000673*                     ITS RUN-ID'S CARDS FROM CDOPCMD (VIA      *
000674*                     CDOPCNEW), SO A CANCEL OR AN UNRESUMED    *
000675*                     PAUSE NO LONGER CARRIES OVER TO THE NEXT  *
000676*                     RUN OF THE SAME RUN-ID.                   *
000677*   10/15/2026  JFM   A CDSECJNL ROW THAT CANNOT BE WRITTEN IS  *
000678*                     REPORTED (WHILE032E) AND THE RUN ENDS     *
000679*                     WITH RC 08 UNLESS ITS RC IS ALREADY WORSE.*
000680******************************************************************
000681 IDENTIFICATION DIVISION.
000682 PROGRAM-ID. WHILE.
000683 AUTHOR. MAXFX.
000684 INSTALLATION. DATA CENTER OPERATIONS.
000685 DATE-WRITTEN. 11/09/2017.
000686 DATE-COMPILED.
000687 
000688 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     SELECT PARM-FILE ASSIGN TO "CNTLCARD"
000860
000870     SELECT CNTL-FILE ASSIGN TO "CDCNTL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000881         FILE STATUS IS W-CNTL-FILE-STATUS.
000882     SELECT THRESH-FILE ASSIGN TO "CDTHRESH"
000884         ORGANIZATION IS LINE SEQUENTIAL
000885         FILE STATUS IS W-THRESH-FILE-STATUS.
000886
000888     SELECT OPCMD-FILE ASSIGN TO "CDOPCMD"
000889         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS W-OPCMD-FILE-STATUS.
000892
000893     SELECT OPCMD-NEW-FILE ASSIGN TO "CDOPCNEW"
000894         ORGANIZATION IS LINE SEQUENTIAL
000896         FILE STATUS IS W-OPCNEW-FILE-STATUS.
000897
000899     SELECT ALERT-FILE ASSIGN TO "CDALERT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000901         FILE STATUS IS W-ALERT-FILE-STATUS.
000916         RECORD KEY IS REG-RUN-ID
000917         FILE STATUS IS W-REG-FILE-STATUS.
000918
000919     SELECT AUTHORITY-FILE ASSIGN TO "CDOPAUTH"
000920         ORGANIZATION IS INDEXED
000921         ACCESS MODE IS RANDOM
000922         RECORD KEY IS AUT-OPER-ID
000923         FILE STATUS IS W-AUT-FILE-STATUS.
000924
000925     SELECT SECURITY-JOURNAL ASSIGN TO "CDSECJNL"
000926         ORGANIZATION IS LINE SEQUENTIAL
000927         FILE STATUS IS W-SEC-FILE-STATUS.
000929
000932 DATA DIVISION.
000934 FILE SECTION.
000937 FD  PARM-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 44 CHARACTERS.
000960 01  PARM-RECORD.
001370     05  CNTL-END                PIC X(03).
001380     05  CNTL-STEP               PIC X(03).
001390     05  CNTL-DIR                PIC X(01).
001391     05  CNTL-CHKFREQ            PIC X(03).
001392     05  CNTL-PROFILE            PIC X(08).
001393     05  CNTL-TICKSECS           PIC X(03).
001394     05  CNTL-TARGET             PIC X(06).
001395     05  FILLER                  PIC X(06).
001396
001398 FD  THRESH-FILE
001399     LABEL RECORDS ARE STANDARD
001400     RECORD CONTAINS 20 CHARACTERS.
001401 01  THRESH-RECORD.
001402     05  THR-RUN-ID              PIC X(08).
001403     05  THR-TYPE                PIC X(01).
001404         88  THR-TYPE-VALUE                  VALUE 'V'.
001406         88  THR-TYPE-EVERY                  VALUE 'E'.
001407     05  THR-VALUE               PIC X(03).
001408     05  THR-SEV                 PIC X(01).
001409     05  FILLER                  PIC X(07).
001410
001411 FD  OPCMD-FILE
001412     LABEL RECORDS ARE STANDARD
001414     RECORD CONTAINS 20 CHARACTERS.
001415 01  OPCMD-RECORD.
001416     05  OPC-COMMAND             PIC X(06).
001417         88  OPC-PAUSE                       VALUE "PAUSE ".
001418         88  OPC-RESUME                      VALUE "RESUME".
001419         88  OPC-CANCEL                      VALUE "CANCEL".
001420     05  OPC-RUN-ID              PIC X(08).
001422     05  OPC-OPER-ID             PIC X(06).
001423
001424 FD  OPCMD-NEW-FILE
001425     LABEL RECORDS ARE STANDARD
001426     RECORD CONTAINS 20 CHARACTERS.
001427 01  OPCNEW-RECORD               PIC X(20).
001429
001430 FD  ALERT-FILE
001431     LABEL RECORDS ARE STANDARD
001450     05  DEP-PRED-RUN-ID         PIC X(08).
001451     05  FILLER                  PIC X(04).
001452
001453 FD  AUTHORITY-FILE
001454     LABEL RECORDS ARE STANDARD
001455     RECORD CONTAINS 60 CHARACTERS.
001456     COPY CDAUTREC.
001457
001458 FD  SECURITY-JOURNAL
001459     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001461     COPY CDSECREC.
001462
001463 WORKING-STORAGE SECTION.
001465*    ------------------------------------------------------------
001466*    COUNTDOWN CONTROL FIELDS
001468*    ------------------------------------------------------------
001470 01  W-I                         PIC S9(03) VALUE 20.
001480     COPY CDPARMS.
001490
001500 01  W-PARM-FILE-STATUS          PIC X(02) VALUE SPACES.
001540 01  W-CNTL-FILE-STATUS          PIC X(02) VALUE SPACES.
001542 01  W-REG-FILE-STATUS           PIC X(02) VALUE SPACES.
001544 01  W-PROF-FILE-STATUS          PIC X(02) VALUE SPACES.
001545 01  W-OPCMD-FILE-STATUS         PIC X(02) VALUE SPACES.
001546 01  W-OPCNEW-FILE-STATUS        PIC X(02) VALUE SPACES.
001547 01  W-THRESH-FILE-STATUS        PIC X(02) VALUE SPACES.
001548 01  W-ALERT-FILE-STATUS         PIC X(02) VALUE SPACES.
001549 01  W-DEPEND-FILE-STATUS        PIC X(02) VALUE SPACES.
001550 01  W-AUT-FILE-STATUS           PIC X(02) VALUE SPACES.
001551 01  W-SEC-FILE-STATUS           PIC X(02) VALUE SPACES.
001555 
001560*    ------------------------------------------------------------
001570*    AUDIT TRAIL FIELDS
001580*    ------------------------------------------------------------
001700 01  W-VALID-SW                  PIC X(01) VALUE 'Y'.
001710     88  W-INPUT-VALID                     VALUE 'Y'.
001720     88  W-INPUT-INVALID                    VALUE 'N'.
001730 01  W-MIN-VALUE                 PIC S9(03) VALUE 001.
001740 01  W-MAX-VALUE                 PIC S9(03) VALUE 999.
001750 
001760*    ------------------------------------------------------------
001770*    CHECKPOINT/RESTART FIELDS
001780*    ------------------------------------------------------------
001781 01  W-CHKPT-QUOT                PIC 9(06) VALUE ZERO.
001782 01  W-CHKPT-REM                 PIC 9(03) VALUE ZERO.
001783 01  W-RESTART-SW                PIC X(01) VALUE 'N'.
001784     88  W-IS-RESTART                      VALUE 'Y'.
001785 01  W-RUNID-SUPPLIED-SW         PIC X(01) VALUE 'N'.
001786     88  W-RUNID-SUPPLIED                  VALUE 'Y'.
001787
001788*    ------------------------------------------------------------
001789*    RUN-REGISTRY FIELDS
001790*    ------------------------------------------------------------
001791 01  W-REG-OWNED-SW              PIC X(01) VALUE 'N'.
001792     88  W-REG-OWNED                       VALUE 'Y'.
001793 01  W-REG-NEW-STATUS            PIC X(01) VALUE SPACE.
001794
001795*    ------------------------------------------------------------
001796*    PARAMETER-PROFILE FIELDS
001797*    ------------------------------------------------------------
001798 01  W-PROFILE-NAME              PIC X(08) VALUE SPACES.
001799
001801*    ------------------------------------------------------------
001802*    OPERATOR COMMAND FIELDS.  THE CDOPCMD DECK IS RE-READ IN
001803*    FULL ON EVERY POLL SO THE LAST APPLICABLE DIRECTIVE WINS;
001804*    A DIRECTIVE WITH A BLANK RUN-ID ADDRESSES EVERY INSTANCE.
001805*    ------------------------------------------------------------
001806 01  W-OPCMD-EOF-SW              PIC X(01) VALUE 'N'.
001807     88  W-OPCMD-EOF                       VALUE 'Y'.
001808 01  W-PAUSE-REQ-SW              PIC X(01) VALUE 'N'.
001809     88  W-PAUSE-REQUESTED                 VALUE 'Y'.
001810 01  W-CANCEL-SW                 PIC X(01) VALUE 'N'.
001811     88  W-CANCELLED                       VALUE 'Y'.
001812 01  W-PAUSE-WAIT-SECS           PIC 9(04) COMP VALUE 1.
001813 01  W-PAUSE-OPER                PIC X(06) VALUE SPACES.
001814 01  W-RESUME-OPER               PIC X(06) VALUE SPACES.
001815 01  W-CANCEL-OPER               PIC X(06) VALUE SPACES.
001816 01  W-OPC-DROPPED               PIC S9(04) COMP VALUE ZERO.
001817 01  W-OPC-TIDY-SW               PIC X(01) VALUE 'Y'.
001818     88  W-OPC-TIDY-OK                     VALUE 'Y'.
001819
001820*    ------------------------------------------------------------
001822*    OPERATOR AUTHORITY FIELDS.  EACH COMMAND ADDRESSED TO THIS
001823*    INSTANCE IS VETTED AGAINST CDOPAUTH AND JOURNALED ONCE;
001824*    THE VERDICT IS KEPT BY THE CARD'S POSITION IN THE DECK
001825*    WITH THE CARD IMAGE, SO LATER POLLS REUSE IT UNTIL THAT
001826*    CARD IS REPLACED.
001827*    ------------------------------------------------------------
001828 01  W-CMD-VERDICT-SW            PIC X(01) VALUE SPACE.
001829     88  W-CMD-HONOURED                    VALUE 'A'.
001830     88  W-CMD-REFUSED                     VALUE 'R'.
001831 01  W-CMD-REASON                PIC X(30) VALUE SPACES.
001832 01  W-OPC-ORD                   PIC S9(04) COMP VALUE ZERO.
001833 01  W-OPV-MAX                   PIC S9(04) COMP VALUE 500.
001834 01  W-OPV-FULL-SW               PIC X(01) VALUE 'N'.
001835     88  W-OPV-FULL-WARNED                 VALUE 'Y'.
001836 01  W-SEC-ERR-SW                PIC X(01) VALUE 'N'.
001837     88  W-SEC-WRITE-FAILED                VALUE 'Y'.
001838 01  W-OPV-TABLE                 VALUE SPACES.
001839     05  W-OPV-ENTRY             OCCURS 500 TIMES.
001840         10  W-OPV-IMAGE         PIC X(20).
001841         10  W-OPV-VERDICT       PIC X(01).
001843
001844*    ------------------------------------------------------------
001845*    PACING FIELDS.  THE TICK INTERVAL IS EITHER TAKEN STRAIGHT
004895     MOVE 'N' TO W-REG-OWNED-SW.
004896     MOVE 'N' TO W-CANCEL-SW.
004897     MOVE 'N' TO W-PAUSE-REQ-SW.
004898     MOVE SPACES TO W-CANCEL-OPER.
004899     MOVE SPACES TO W-PAUSE-OPER.
004900     MOVE SPACES TO W-RESUME-OPER.
004901     MOVE SPACES TO W-OPV-TABLE.
004902     MOVE 'N' TO W-OPV-FULL-SW.
004904     MOVE 'N' TO W-SEC-ERR-SW.
004906     PERFORM 1080-RESET-THRESHOLD-FIRED THRU 1080-EXIT.
004908     MOVE ZERO TO W-RETURN-CODE.
004910     ACCEPT W-RUN-DATE FROM DATE YYYYMMDD.
004920     ACCEPT W-RUN-TIME FROM TIME.
004930     PERFORM 1050-SET-PARM-DEFAULTS THRU 1050-EXIT.
005052             END-IF
005054         END-IF
005060     END-IF.
005062     IF W-SEC-WRITE-FAILED AND W-RETURN-CODE < 08
005065         SET W-RC-BAD-INPUT TO TRUE
005067     END-IF.
005070     PERFORM 7100-WRITE-AUDIT-RECORD THRU 7100-EXIT.
005080     IF W-RETURN-CODE > W-OVERALL-RC
005090         MOVE W-RETURN-CODE TO W-OVERALL-RC
005109     END-IF.
005110     IF W-REG-OWNED
005112         PERFORM 7200-UPDATE-REGISTRY THRU 7200-EXIT
005113         PERFORM 2270-CLEAR-OWN-OPCMDS THRU 2270-EXIT
005114     END-IF.
005130     PERFORM 1950-READ-CNTL THRU 1950-EXIT.
005140 1960-EXIT.
005950     DIVIDE W-SEQ-NO BY CD-CHKPT-FREQ
005960         GIVING W-CHKPT-QUOT REMAINDER W-CHKPT-REM.
005970     IF W-CHKPT-REM = ZERO AND W-RUNID-SUPPLIED
005971         PERFORM 2250-WRITE-CHECKPOINT THRU 2250-EXIT
005972     END-IF.
005973 2200-EXIT.
005974     EXIT.
005975 
005976 2250-WRITE-CHECKPOINT.
005977     OPEN I-O CHECKPOINT-FILE.
005978     IF W-CHKPT-FILE-STATUS = "35"
005979         OPEN OUTPUT CHECKPOINT-FILE
005980         CLOSE CHECKPOINT-FILE
005981         OPEN I-O CHECKPOINT-FILE
005982     END-IF.
005983     IF W-CHKPT-FILE-STATUS NOT = "00"
005984         DISPLAY "WHILE014W CHECKPOINT MASTER UNAVAILABLE - "
005985             "STATUS " W-CHKPT-FILE-STATUS
005986         GO TO 2250-EXIT
005987     END-IF.
005988     MOVE SPACES TO CHK-RECORD.
005989     MOVE CD-RUN-ID TO CHK-RUN-ID.
005990     MOVE W-I      TO CHK-CURRENT-VALUE.
005991     MOVE W-SEQ-NO TO CHK-ITER-COUNT.
005992     WRITE CHK-RECORD
005993         INVALID KEY
005994             REWRITE CHK-RECORD
005995     END-WRITE.
005996     CLOSE CHECKPOINT-FILE.
005997 2250-EXIT.
005998     EXIT.
005999
006000*    ------------------------------------------------------------
006001*    2260-CLEAR-OWN-CHECKPOINT - DELETE THIS RUN-ID'S OWN
006002*                     ENTRY FROM THE CHECKPOINT MASTER, NOW
006003*                     THAT THE RUN HAS COMPLETED.  THE KEYED
006004*                     DELETE CANNOT TOUCH ANOTHER RUN-ID'S
006005*                     SURVIVING CHECKPOINT.  SKIPPED ENTIRELY
006006*                     WHEN NO EXPLICIT RUN-ID WAS SUPPLIED,
006007*                     SINCE THE DEFAULT RUN-ID IS SHARED BY
006008*                     EVERY SUCH RUN AND CANNOT BE USED TO
006009*                     TELL RUNS APART.
006010*    ------------------------------------------------------------
006011 2260-CLEAR-OWN-CHECKPOINT.
006012     IF W-RUNID-SUPPLIED
006013         OPEN I-O CHECKPOINT-FILE
006014         IF W-CHKPT-FILE-STATUS = "00"
006015             MOVE CD-RUN-ID TO CHK-RUN-ID
006016             DELETE CHECKPOINT-FILE
006017                 INVALID KEY
006018                     CONTINUE
006019             END-DELETE
006020             CLOSE CHECKPOINT-FILE
006021         END-IF
006022     END-IF.
006023 2260-EXIT.
006024     EXIT.
006025
006026*    ------------------------------------------------------------
006027*    2270-CLEAR-OWN-OPCMDS - DROP THIS RUN-ID'S CARDS FROM THE
006028*                     CDOPCMD DECK NOW THAT THE RUN IS OVER, SO
006029*                     A CANCEL OR AN UNRESUMED PAUSE DOES NOT
006030*                     CARRY OVER TO THE NEXT RUN UNDER THE SAME
006031*                     RUN-ID AND THE DECK DOES NOT GROW WITHOUT
006032*                     LIMIT.  THE OTHER CARDS ARE COPIED TO
006033*                     CDOPCNEW AND BACK OVER THE DECK.  CARDS
006034*                     FOR ALL INSTANCES (BLANK RUN-ID) ARE LEFT
006035*                     ALONE.  ONLY THE INSTANCE THAT OWNS THE
006036*                     RUN-ID'S REGISTRY ROW COMES HERE, SO A
006037*                     DUPLICATE START CANNOT STRIP THE CARDS OF
006038*                     THE RUN STILL ACTIVE.  A DECK THAT CANNOT
006039*                     BE TIDIED IS REPORTED BUT DOES NOT FAIL
006040*                     THE RUN.
006041*    ------------------------------------------------------------
006042 2270-CLEAR-OWN-OPCMDS.
006043     MOVE ZERO TO W-OPC-DROPPED.
006044     MOVE 'Y' TO W-OPC-TIDY-SW.
006045     MOVE 'N' TO W-OPCMD-EOF-SW.
006046     OPEN INPUT OPCMD-FILE.
006047     IF W-OPCMD-FILE-STATUS NOT = "00"
006048         IF W-OPCMD-FILE-STATUS NOT = "35"
006049             DISPLAY "WHILE030W CDOPCMD NOT TIDIED - STATUS "
006050                 W-OPCMD-FILE-STATUS
006051         END-IF
006052         GO TO 2270-EXIT
006053     END-IF.
006054     OPEN OUTPUT OPCMD-NEW-FILE.
006055     IF W-OPCNEW-FILE-STATUS NOT = "00"
006056         DISPLAY "WHILE030W CDOPCMD NOT TIDIED - CDOPCNEW "
006057             "STATUS " W-OPCNEW-FILE-STATUS
006058         CLOSE OPCMD-FILE
006059         GO TO 2270-EXIT
006060     END-IF.
006061     PERFORM 2275-SPLIT-ONE-OPCMD THRU 2275-EXIT
006062         UNTIL W-OPCMD-EOF.
006063     CLOSE OPCMD-FILE.
006064     CLOSE OPCMD-NEW-FILE.
006065     IF NOT W-OPC-TIDY-OK
006066         DISPLAY "WHILE030W CDOPCMD NOT TIDIED - CDOPCNEW "
006067             "STATUS " W-OPCNEW-FILE-STATUS
006068         GO TO 2270-EXIT
006069     END-IF.
006070     IF W-OPC-DROPPED = ZERO
006071         GO TO 2270-EXIT
006072     END-IF.
006073     PERFORM 2280-REWRITE-OPCMD-DECK THRU 2280-EXIT.
006074     IF W-OPC-TIDY-OK
006075         DISPLAY "WHILE030I CDOPCMD CARDS FOR RUN " CD-RUN-ID
006076             " CLEARED"
006077     END-IF.
006078 2270-EXIT.
006080     EXIT.
006081
006082 2275-SPLIT-ONE-OPCMD.
006083     READ OPCMD-FILE
006084         AT END
006085             SET W-OPCMD-EOF TO TRUE
006086     END-READ.
006087     IF W-OPCMD-EOF
006088         GO TO 2275-EXIT
006089     END-IF.
006090     IF OPC-RUN-ID = CD-RUN-ID
006091         ADD 1 TO W-OPC-DROPPED
006092         GO TO 2275-EXIT
006093     END-IF.
006094     WRITE OPCNEW-RECORD FROM OPCMD-RECORD.
006095     IF W-OPCNEW-FILE-STATUS NOT = "00"
006096         MOVE 'N' TO W-OPC-TIDY-SW
006097         SET W-OPCMD-EOF TO TRUE
006098     END-IF.
006099 2275-EXIT.
006100     EXIT.
006101
006102*    ------------------------------------------------------------
006103*    2280-REWRITE-OPCMD-DECK - COPY THE KEPT CARDS BACK OVER
006104*                     THE LIVE CDOPCMD DECK
006105*    ------------------------------------------------------------
006106 2280-REWRITE-OPCMD-DECK.
006107     MOVE 'N' TO W-OPCMD-EOF-SW.
006108     OPEN INPUT OPCMD-NEW-FILE.
006109     IF W-OPCNEW-FILE-STATUS NOT = "00"
006110         MOVE 'N' TO W-OPC-TIDY-SW
006111         DISPLAY "WHILE030W CDOPCMD NOT TIDIED - CDOPCNEW "
006112             "STATUS " W-OPCNEW-FILE-STATUS
006113         GO TO 2280-EXIT
006114     END-IF.
006115     OPEN OUTPUT OPCMD-FILE.
006116     IF W-OPCMD-FILE-STATUS NOT = "00"
006117         MOVE 'N' TO W-OPC-TIDY-SW
006118         DISPLAY "WHILE030W CDOPCMD NOT TIDIED - STATUS "
006119             W-OPCMD-FILE-STATUS
006120         CLOSE OPCMD-NEW-FILE
006121         GO TO 2280-EXIT
006122     END-IF.
006123     PERFORM 2285-COPY-ONE-OPCMD THRU 2285-EXIT
006124         UNTIL W-OPCMD-EOF.
006125     CLOSE OPCMD-NEW-FILE.
006126     CLOSE OPCMD-FILE.
006127     IF NOT W-OPC-TIDY-OK
006128         DISPLAY "WHILE030W CDOPCMD REWRITE FAILED - STATUS "
006129             W-OPCMD-FILE-STATUS " - RESTORE IT FROM CDOPCNEW"
006130     END-IF.
006131 2280-EXIT.
006132     EXIT.
006133
006134 2285-COPY-ONE-OPCMD.
006135     READ OPCMD-NEW-FILE
006136         AT END
006137             SET W-OPCMD-EOF TO TRUE
006138     END-READ.
006139     IF W-OPCMD-EOF
006140         GO TO 2285-EXIT
006141     END-IF.
006142     WRITE OPCMD-RECORD FROM OPCNEW-RECORD.
006143     IF W-OPCMD-FILE-STATUS NOT = "00"
006144         MOVE 'N' TO W-OPC-TIDY-SW
006145         SET W-OPCMD-EOF TO TRUE
006146     END-IF.
006147 2285-EXIT.
006148     EXIT.
006149
006150*    ------------------------------------------------------------
006151*    2300-POLL-OPERATOR-CMDS - READ THE CDOPCMD DECK BETWEEN
006152*                     TICKS.  PAUSE IDLES THIS INSTANCE UNTIL A
006153*                     RESUME (OR CANCEL) DIRECTIVE ARRIVES; THE
006154*                     DECK IS RE-READ EVERY SECOND WHILE PAUSED
006155*                     SO THE OPERATOR JUST EDITS THE FILE.
006156*                     CANCEL IS STICKY - ONCE SEEN, THE RUN
006157*                     SHUTS DOWN CLEANLY EVEN IF THE CARD IS
006158*                     PULLED AGAIN BEFORE THE NEXT POLL.
006159*    ------------------------------------------------------------
006160 2300-POLL-OPERATOR-CMDS.
006161     PERFORM 2310-SCAN-OPCMD-FILE THRU 2310-EXIT.
006162     IF W-PAUSE-REQUESTED AND NOT W-CANCELLED
006163         DISPLAY "WHILE016I RUN " CD-RUN-ID
006164             " PAUSED BY OPERATOR " W-PAUSE-OPER
006165         MOVE 'P' TO W-REG-NEW-STATUS
006166         PERFORM 7250-FLAG-REGISTRY-PAUSE THRU 7250-EXIT
006167         PERFORM 2350-WAIT-FOR-RESUME THRU 2350-EXIT
006168             UNTIL NOT W-PAUSE-REQUESTED OR W-CANCELLED
006169         IF NOT W-CANCELLED
006170             DISPLAY "WHILE016I RUN " CD-RUN-ID
006171                 " RESUMED BY OPERATOR " W-RESUME-OPER
006172             MOVE 'A' TO W-REG-NEW-STATUS
006173             PERFORM 7250-FLAG-REGISTRY-PAUSE THRU 7250-EXIT
006174         END-IF
006175     END-IF.
006176 2300-EXIT.
006177     EXIT.
006178
006179*    ------------------------------------------------------------
006180*    2310-SCAN-OPCMD-FILE - REBUILD THE PAUSE/CANCEL STATE FROM
006181*                     THE FULL DECK.  THE LAST AUTHORISED
006182*                     DIRECTIVE ADDRESSED TO THIS RUN-ID (OR TO
006183*                     ALL INSTANCES, BLANK RUN-ID) WINS.
006184*    ------------------------------------------------------------
006185 2310-SCAN-OPCMD-FILE.
006186     MOVE 'N' TO W-PAUSE-REQ-SW.
006187     MOVE 'N' TO W-OPCMD-EOF-SW.
006188     MOVE ZERO TO W-OPC-ORD.
006190     OPEN INPUT OPCMD-FILE.
006191     IF W-OPCMD-FILE-STATUS NOT = "00"
006192         GO TO 2310-EXIT
006202         AT END
006203             SET W-OPCMD-EOF TO TRUE
006204         NOT AT END
006205             ADD 1 TO W-OPC-ORD
006207             IF (OPC-RUN-ID = CD-RUN-ID OR OPC-RUN-ID = SPACES)
006210                 AND (OPC-PAUSE OR OPC-RESUME OR OPC-CANCEL)
006211                 PERFORM 2330-VET-OPERATOR-CMD THRU 2330-EXIT
006212                 IF W-CMD-HONOURED
006213                     PERFORM 2325-OBEY-ONE-CMD THRU 2325-EXIT
006215                 END-IF
006216             END-IF
006217     END-READ.
006218 2320-EXIT.
006238*    ------------------------------------------------------------
006239 2400-CANCEL-CLEANLY.
006240     DISPLAY "WHILE016I RUN " CD-RUN-ID
006241         " CANCELLED BY OPERATOR " W-CANCEL-OPER.
006242     SET W-RC-CANCELLED TO TRUE.
006243     IF W-RUNID-SUPPLIED
006244         PERFORM 2250-WRITE-CHECKPOINT THRU 2250-EXIT
006406*    ------------------------------------------------------------
006407 8000-REJECT-BAD-INPUT.
006408     DISPLAY "WHILE008E INVALID START/FLOOR VALUE - MUST BE".
006409     DISPLAY "WHILE008E NUMERIC AND IN THE RANGE 001 THRU 999".
006410     SET W-RC-BAD-INPUT TO TRUE.
006411 8000-EXIT.
006412     EXIT.
006470     IF W-RC-NORMAL AND W-IS-RESTART
006480         SET W-RC-RESTARTED TO TRUE
006490     END-IF.
006492     IF W-SEC-WRITE-FAILED AND W-RETURN-CODE < 08
006495         SET W-RC-BAD-INPUT TO TRUE
006497     END-IF.
006500     PERFORM 7100-WRITE-AUDIT-RECORD THRU 7100-EXIT.
006502     IF W-REG-OWNED
006504         PERFORM 7200-UPDATE-REGISTRY THRU 7200-EXIT
006505         PERFORM 2270-CLEAR-OWN-OPCMDS THRU 2270-EXIT
006506     END-IF.
006510     MOVE W-RETURN-CODE TO RETURN-CODE.
006520 7000-EXIT.
006521     EXIT.
006522
006523*    ------------------------------------------------------------
006524*    7200-UPDATE-REGISTRY - MARK THIS INSTANCE'S REGISTRY ROW
006525*                     COMPLETE (RC 00/04) OR FAILED, WITH THE
006526*                     FINAL VALUE AND RETURN CODE.  ONLY THE
006528*                     INSTANCE THAT REGISTERED THE ROW UPDATES
006529*                     IT, SO A REJECTED DUPLICATE CAN NEVER
006530*                     OVERWRITE THE LIVE OWNER'S ENTRY.
006531*    ------------------------------------------------------------
006532 7200-UPDATE-REGISTRY.
006533     OPEN I-O RUN-REGISTRY.
006535     IF W-REG-FILE-STATUS NOT = "00"
006536         DISPLAY "WHILE012W RUN REGISTRY UNAVAILABLE - STATUS "
006537             W-REG-FILE-STATUS
006538         GO TO 7200-EXIT
006539     END-IF.
006540     MOVE CD-RUN-ID TO REG-RUN-ID.
006542     READ RUN-REGISTRY
006543         INVALID KEY
006544             CONTINUE
006545         NOT INVALID KEY
006546             IF W-RETURN-CODE = 00 OR W-RETURN-CODE = 04
006547                 MOVE 'C' TO REG-STATUS
006549             ELSE
006550                 MOVE 'F' TO REG-STATUS
006551             END-IF
006552             ACCEPT W-CURRENT-DATE FROM DATE YYYYMMDD
006553             ACCEPT W-CURRENT-TIME FROM TIME
006554             MOVE W-CURRENT-DATE TO REG-END-DATE
006556             MOVE W-CURRENT-TIME TO REG-END-TIME
006557             MOVE W-I            TO REG-FINAL-VALUE
006558             MOVE W-RETURN-CODE  TO REG-RETURN-CODE
006559             IF W-RC-CANCELLED
006560                 MOVE W-CANCEL-OPER TO REG-CLEARED-BY
006561             END-IF
006563             REWRITE REG-RECORD
006564     END-READ.
006565     CLOSE RUN-REGISTRY.
006566 7200-EXIT.
006567     EXIT.
006568
006569*    ------------------------------------------------------------
006570*    7250-FLAG-REGISTRY-PAUSE - SHOW AN OPERATOR PAUSE ON THIS
006571*                     INSTANCE'S REGISTRY ROW: PAUSED (P) WHILE
006572*                     THE PAUSE HOLDS, ACTIVE (A) AGAIN ON
006573*                     RESUME, SO THE OPERATOR CONSOLE CAN SEE
006574*                     THE COMMAND TAKE EFFECT.  A CANCEL DURING
006575*                     THE PAUSE IS LEFT TO 7200.  ONLY AN OWNED,
006576*                     STILL-ACTIVE ROW IS TOUCHED.
006577*    ------------------------------------------------------------
006578 7250-FLAG-REGISTRY-PAUSE.
006579     IF NOT W-REG-OWNED
006580         GO TO 7250-EXIT
006581     END-IF.
006582     OPEN I-O RUN-REGISTRY.
006583     IF W-REG-FILE-STATUS NOT = "00"
006584         DISPLAY "WHILE012W RUN REGISTRY UNAVAILABLE - STATUS "
006585             W-REG-FILE-STATUS
006586         GO TO 7250-EXIT
006587     END-IF.
006588     MOVE CD-RUN-ID TO REG-RUN-ID.
006589     READ RUN-REGISTRY
006590         INVALID KEY
006591             CONTINUE
006592         NOT INVALID KEY
006593             IF REG-ACTIVE
006594                 MOVE W-REG-NEW-STATUS TO REG-STATUS
006595                 REWRITE REG-RECORD
006596             END-IF
006597     END-READ.
006598     CLOSE RUN-REGISTRY.
006599 7250-EXIT.
006600     EXIT.
006601
006602
006603*    ------------------------------------------------------------
006604*    7100-WRITE-AUDIT-RECORD - APPEND ONE AUDIT ROW FOR THIS RUN
006605*    ------------------------------------------------------------
006606 7100-WRITE-AUDIT-RECORD.
006607     OPEN EXTEND AUDIT-FILE.
006608     IF W-AUDIT-FILE-STATUS = "35"
006610         OPEN OUTPUT AUDIT-FILE
006620     END-IF.
006630     MOVE SPACES TO AUDIT-RECORD.
007650     END-IF.
007660 1945-EXIT.
007670     EXIT.
007680
007681*    ------------------------------------------------------------
007682*    2325-OBEY-ONE-CMD - ACT ON AN AUTHORISED DIRECTIVE.  THE
007683*                     FIRST CANCEL SEEN NAMES THE OPERATOR WHO
007684*                     TOOK THE RUN DOWN.
007685*    ------------------------------------------------------------
007690 2325-OBEY-ONE-CMD.
007700     EVALUATE TRUE
007710         WHEN OPC-PAUSE
007720             SET W-PAUSE-REQUESTED TO TRUE
007730             MOVE OPC-OPER-ID TO W-PAUSE-OPER
007740         WHEN OPC-RESUME
007750             MOVE 'N' TO W-PAUSE-REQ-SW
007760             MOVE OPC-OPER-ID TO W-RESUME-OPER
007770         WHEN OPC-CANCEL
007780             IF NOT W-CANCELLED
007790                 MOVE OPC-OPER-ID TO W-CANCEL-OPER
007800             END-IF
007810             SET W-CANCELLED TO TRUE
007820     END-EVALUATE.
007830 2325-EXIT.
007840     EXIT.
007850
007860*    ------------------------------------------------------------
007870*    2330-VET-OPERATOR-CMD - DECIDE WHETHER THE CARD JUST READ
007880*                     MAY BE OBEYED.  A CARD ALREADY VETTED AT
007890*                     THIS POSITION IN THE DECK KEEPS ITS
007900*                     VERDICT; A NEW OR REPLACED CARD IS CHECKED
007910*                     AGAINST CDOPAUTH AND JOURNALED ONCE.
007920*                     CARDS BEYOND THE TABLE ARE NOT OBEYED.
007930*    ------------------------------------------------------------
007940 2330-VET-OPERATOR-CMD.
007950     SET W-CMD-REFUSED TO TRUE.
007960     IF W-OPC-ORD > W-OPV-MAX
007970         IF NOT W-OPV-FULL-WARNED
007980             DISPLAY "WHILE022W CDOPCMD CARDS BEYOND 500 "
007990                 "NOT OBEYED"
008000             SET W-OPV-FULL-WARNED TO TRUE
008010         END-IF
008020         GO TO 2330-EXIT
008030     END-IF.
008040     IF W-OPV-IMAGE (W-OPC-ORD) = OPCMD-RECORD
008050         MOVE W-OPV-VERDICT (W-OPC-ORD) TO W-CMD-VERDICT-SW
008060         GO TO 2330-EXIT
008070     END-IF.
008080     PERFORM 2340-CHECK-AUTHORITY THRU 2340-EXIT.
008090     MOVE OPCMD-RECORD     TO W-OPV-IMAGE (W-OPC-ORD).
008100     MOVE W-CMD-VERDICT-SW TO W-OPV-VERDICT (W-OPC-ORD).
008110     IF W-CMD-REFUSED
008120         DISPLAY "WHILE024W " OPC-COMMAND " FOR RUN " CD-RUN-ID
008130             " FROM " OPC-OPER-ID " REFUSED - " W-CMD-REASON
008140     END-IF.
008150     PERFORM 2345-WRITE-SECURITY-JOURNAL THRU 2345-EXIT.
008160 2330-EXIT.
008170     EXIT.
008180
008190*    ------------------------------------------------------------
008200*    2340-CHECK-AUTHORITY - LOOK THE ISSUING OPERATOR UP ON
008210*                     CDOPAUTH.  PAUSE AND RESUME NEED THE
008220*                     PAUSE/RESUME GRANT; A CANCEL FOR ALL
008230*                     INSTANCES (BLANK RUN-ID) NEEDS CANCEL-ALL,
008240*                     AND A CANCEL FOR ONE RUN-ID NEEDS CANCEL
008250*                     OR CANCEL-ALL.  NO OPERATOR ID, AN UNKNOWN
008260*                     OR SUSPENDED OPERATOR OR AN UNREADABLE
008270*                     MASTER ALL REFUSE THE COMMAND.
008280*    ------------------------------------------------------------
008290 2340-CHECK-AUTHORITY.
008300     SET W-CMD-REFUSED TO TRUE.
008310     MOVE SPACES TO W-CMD-REASON.
008320     IF OPC-OPER-ID = SPACES
008330         MOVE "NO OPERATOR ID" TO W-CMD-REASON
008340         GO TO 2340-EXIT
008350     END-IF.
008360     OPEN INPUT AUTHORITY-FILE.
008370     IF W-AUT-FILE-STATUS NOT = "00"
008380         DISPLAY "WHILE026W AUTH MASTER UNAVAILABLE - STATUS "
008390             W-AUT-FILE-STATUS
008400         MOVE "AUTHORITY FILE UNAVAILABLE" TO W-CMD-REASON
008410         GO TO 2340-EXIT
008420     END-IF.
008430     MOVE OPC-OPER-ID TO AUT-OPER-ID.
008440     READ AUTHORITY-FILE
008450         INVALID KEY
008460             MOVE "UNKNOWN OPERATOR" TO W-CMD-REASON
008470         NOT INVALID KEY
008480             EVALUATE TRUE
008490                 WHEN NOT AUT-ACTIVE
008500                     MOVE "OPERATOR SUSPENDED" TO W-CMD-REASON
008510                 WHEN (OPC-PAUSE OR OPC-RESUME) AND AUT-MAY-PAUSE
008520                     SET W-CMD-HONOURED TO TRUE
008530                 WHEN OPC-CANCEL AND OPC-RUN-ID = SPACES
008540                     AND AUT-MAY-CANCEL-ALL
008550                     SET W-CMD-HONOURED TO TRUE
008560                 WHEN OPC-CANCEL AND OPC-RUN-ID NOT = SPACES
008570                     AND (AUT-MAY-CANCEL OR AUT-MAY-CANCEL-ALL)
008580                     SET W-CMD-HONOURED TO TRUE
008590                 WHEN OTHER
008600                     MOVE "NOT AUTHORISED" TO W-CMD-REASON
008610             END-EVALUATE
008620     END-READ.
008630     CLOSE AUTHORITY-FILE.
008640 2340-EXIT.
008650     EXIT.
008660
008670*    ------------------------------------------------------------
008680*    2345-WRITE-SECURITY-JOURNAL - ONE CDSECJNL ROW FOR THE
008690*                     COMMAND JUST VETTED.  THE TARGET IS THIS
008700*                     INSTANCE'S RUN-ID, SO A CANCEL-ALL SHOWS
008710*                     ONCE FOR EVERY INSTANCE IT REACHED.  AN
008720*                     UNAVAILABLE JOURNAL IS REPORTED BUT DOES
008730*                     NOT STOP THE RUN.  A ROW THAT CANNOT BE
008735*                     WRITTEN ENDS THE RUN WITH RC 08.
008740*    ------------------------------------------------------------
008750 2345-WRITE-SECURITY-JOURNAL.
008760     OPEN EXTEND SECURITY-JOURNAL.
008770     IF W-SEC-FILE-STATUS = "35"
008780         OPEN OUTPUT SECURITY-JOURNAL
008790     END-IF.
008800     IF W-SEC-FILE-STATUS NOT = "00"
008810         DISPLAY "WHILE028W SEC JOURNAL UNAVAILABLE - STATUS "
008820             W-SEC-FILE-STATUS
008830         GO TO 2345-EXIT
008840     END-IF.
008850     MOVE SPACES TO SEC-RECORD.
008860     ACCEPT SEC-DATE FROM DATE YYYYMMDD.
008870     ACCEPT SEC-TIME FROM TIME.
008880     MOVE "WHILE   "             TO SEC-PROGRAM.
008890     MOVE OPC-OPER-ID            TO SEC-OPER-ID.
008900     EVALUATE TRUE
008910         WHEN NOT OPC-CANCEL
008920             SET SEC-FN-PAUSE-RESUME TO TRUE
008930         WHEN OPC-RUN-ID = SPACES
008940             SET SEC-FN-CANCEL-ALL TO TRUE
008950         WHEN OTHER
008960             SET SEC-FN-CANCEL TO TRUE
008970     END-EVALUATE.
008980     MOVE OPC-COMMAND            TO SEC-REQUEST.
008990     MOVE CD-RUN-ID              TO SEC-TARGET.
009000     IF W-CMD-HONOURED
009010         SET SEC-APPLIED TO TRUE
009020     ELSE
009030         SET SEC-REFUSED TO TRUE
009040         MOVE W-CMD-REASON TO SEC-REASON
009050     END-IF.
009060     WRITE SEC-RECORD.
009061     IF W-SEC-FILE-STATUS NOT = "00"
009062         DISPLAY "WHILE032E SEC JOURNAL WRITE FAILED - STATUS "
009064             W-SEC-FILE-STATUS " - " OPC-COMMAND " FOR RUN "
009065             CD-RUN-ID
009067         SET W-SEC-WRITE-FAILED TO TRUE
009068     END-IF.
009070     CLOSE SECURITY-JOURNAL.
009080 2345-EXIT.
009090     EXIT.
