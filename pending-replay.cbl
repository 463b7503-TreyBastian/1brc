000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. PENDING-REPLAY.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  REPLAYS A NEWLY ONBOARDED
001000*               STATION'S EXCEPTED DAYS: ONCE STATION-PENDING'S
001100*               ADD CARD HAS BEEN APPLIED, PULLS THE STATION'S
001200*               'UNKNOWN STATION' LINES BACK OUT OF EACH DAY'S
001300*               EXCEPTION FILE AND RUNS THEM THROUGH STATION-AGG
001400*               AND STATION-HIST AS A SUPPLEMENTAL DAY (THE
001500*               REJECT-REPROC PATTERN), SO THE STATION'S HISTORY
001600*               STARTS ON ITS REAL FIRST DAY.  ONE AUDIT LINE PER
001700*               LINE PULLED GOES TO THE CORRECTION AUDIT LOG.
001710*    2026-10-15 TB  PREVIOUS-IMAGE PENDING FILE WRITTEN IN 6000,
001720*               JUST BEFORE THE REWRITE, SO A REFUSED REPLAY
001730*               LEAVES IT ALONE.  PENDING TABLE HOLDS THE HEADER
001740*               PLUS A FULL 10000 NAMES.
001800******************************************************************
001900*
002000******************************************************************
002100*    THE CONTROL FILE (./PENDING-REPLAY-CONTROL.TXT) IS THREE
002200*    LINE SEQUENTIAL RECORDS:
002300*      LINE 1  THE STATION NAME, EXACTLY AS ON THE PENDING FILE
002400*      LINE 2  REPLAY THROUGH DATE, YYYYMMDD (BLANK = RUN DATE)
002500*      LINE 3  THE CLERK'S INITIALS / ID FOR THE AUDIT LOG
002600*    THE NAME MUST BE ON THE PENDING FILE (STATION-PENDING) AND
002700*    NOW ON THE STATION MASTER AS AN ACTIVE STATION, OR AS THE
002800*    FORMER NAME OF ONE; OTHERWISE NOTHING IS REPLAYED.
002900*
003000*    THE REPLAY STARTS ON THE NAME'S FIRST-SEEN DATE -- OR THE
003100*    DAY AFTER ITS REPLAY-THROUGH DATE WHEN AN EARLIER REPLAY
003200*    STOPPED PART WAY -- AND RUNS THROUGH THE CONTROL DATE, SO
003300*    DAYS EXCEPTED AFTER THE LAST STATION-PENDING SWEEP BUT
003400*    BEFORE THE ADD WAS APPLIED ARE PICKED UP TOO.  EVERY DAY IN
003500*    THE RANGE WITH LINES FOR THE NAME MUST STILL HAVE ITS
003600*    MEASUREMENTS FILE HEADER (HDR;YYYYMMDD;SOURCE): THE LINES
003700*    ARE REPLAYED UNDER THAT DAY'S SOURCE SO THE SAME FEED
003800*    PROFILE APPLIES.  IF ANY DAY'S HEADER IS GONE THE RUN STOPS
003900*    BEFORE ANYTHING IS REPLAYED.
004000*
004100*    EACH DAY IS ITS OWN SUPPLEMENTAL STATION-AGG RUN (FORCED
004200*    PAST THE PROCESSED-FILE REGISTER, AS REJECT-REPROC IS)
004300*    FOLLOWED BY STATION-HIST, WHICH FOLDS THE RESULTS INTO THE
004400*    DAY'S HISTORY RECORDS.  THE EXCEPTION FILES THEMSELVES ARE
004500*    LEFT AS THEY ARE.  THE PENDING RECORD'S REPLAY-THROUGH DATE
004600*    MOVES WITH EACH DAY REPLAYED, SO A FAILED RUN RESUMES AFTER
004700*    THE LAST GOOD DAY; A COMPLETE RUN MARKS THE NAME REPLAYED
004800*    AND A SECOND REPLAY OF IT IS REFUSED.  THE DAY REPORTS ARE
004900*    NOT REGENERATED.
005000*
005100*    RETURN CODE: 16 SETUP OR SUPPLEMENTAL-RUN ERROR; 8 REPLAY
005200*    REFUSED (NOT PENDING, NOT ON THE MASTER, ALREADY REPLAYED,
005300*    OR A DAY'S HEADER MISSING); 4 WHEN ANY REPLAYED LINE WAS
005400*    REJECTED OR EXCEPTED AGAIN; OTHERWISE 0.
005500******************************************************************
005600       ENVIRONMENT DIVISION.
005700       INPUT-OUTPUT SECTION.
005800       FILE-CONTROL.
005900           SELECT CONTROL-FILE
006000               ASSIGN TO "./pending-replay-control.txt"
006100               ORGANIZATION IS LINE SEQUENTIAL
006200               FILE STATUS IS WS-CONTROL-STATUS.
006300           SELECT MASTER-FILE ASSIGN TO "./station-master.txt"
006400               ORGANIZATION IS LINE SEQUENTIAL
006500               FILE STATUS IS WS-MASTER-STATUS.
006600           SELECT PROFILE-FILE
006700               ASSIGN TO "./feed-profiles.txt"
006800               ORGANIZATION IS LINE SEQUENTIAL
006900               FILE STATUS IS WS-PROFILE-STATUS.
007000           SELECT PENDING-FILE
007100               ASSIGN TO "./station-pending.txt"
007200               ORGANIZATION IS LINE SEQUENTIAL
007300               FILE STATUS IS WS-PENDING-STATUS.
007400           SELECT PENDING-PREV-FILE
007500               ASSIGN TO "./station-pending-prev.txt"
007600               ORGANIZATION IS LINE SEQUENTIAL
007700               FILE STATUS IS WS-PENDING-PREV-STATUS.
007800           SELECT MEAS-FILE
007900               ASSIGN TO DYNAMIC WS-MEAS-FILE-NAME
008000               ORGANIZATION IS LINE SEQUENTIAL
008100               FILE STATUS IS WS-MEAS-STATUS.
008200           SELECT EXCEPTION-FILE
008300               ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
008400               ORGANIZATION IS LINE SEQUENTIAL
008500               FILE STATUS IS WS-EXCEPTION-STATUS.
008600           SELECT WORK-OUT-FILE
008700               ASSIGN TO "./pending-replay-work.txt"
008800               ORGANIZATION IS LINE SEQUENTIAL
008900               FILE STATUS IS WS-WORK-OUT-STATUS.
009000           SELECT AUDIT-FILE ASSIGN TO "./correction-audit.txt"
009100               ORGANIZATION IS LINE SEQUENTIAL
009200               FILE STATUS IS WS-AUDIT-STATUS.
009300           SELECT REPLAY-REPORT-FILE
009400               ASSIGN TO "./pending-replay-report.txt"
009500               ORGANIZATION IS LINE SEQUENTIAL
009600               FILE STATUS IS WS-REPLAY-REPORT-STATUS.
009700*
009800       DATA DIVISION.
009900       FILE SECTION.
010000       FD  CONTROL-FILE.
010100       01  CONTROL-RECORD              PIC X(100).
010200*
010300       FD  MASTER-FILE.
010400       01  MASTER-REC                  PIC X(225).
010500*
010600       FD  PROFILE-FILE.
010700       01  PROFILE-REC                 PIC X(33).
010800*
010900       FD  PENDING-FILE.
011000           COPY PNDREC.
011100*
011200       FD  PENDING-PREV-FILE.
011300       01  PENDING-PREV-REC            PIC X(294).
011400*
011500       FD  MEAS-FILE.
011600       01  MEAS-LINE                   PIC X(106).
011700*
011800       FD  EXCEPTION-FILE.
011900       01  EXCEPTION-LINE              PIC X(200).
012000*
012100       FD  WORK-OUT-FILE.
012200       01  WORK-OUT-LINE               PIC X(106).
012300*
012400       FD  AUDIT-FILE.
012500       01  AUDIT-LINE                  PIC X(350).
012600*
012700       FD  REPLAY-REPORT-FILE.
012800       01  REPLAY-REPORT-LINE          PIC X(132).
012900*
013000       WORKING-STORAGE SECTION.
013100           COPY FEDPRF.
013200*
013300       01  STATION-MASTER-REC.
013400           COPY STAMST.
013500*
013600       01  SUPP-STATION-TABLE.
013700           COPY STATTBL.
013800       01  SUPP-CONTROL-TOTALS.
013900           05  SCT-LINES-READ          PIC 9(10) COMP.
014000           05  SCT-READINGS-COUNTED    PIC 9(10) COMP.
014100           05  SCT-REJECT-COUNT        PIC 9(10) COMP.
014200           05  SCT-EXCEPTION-COUNT     PIC 9(10) COMP.
014300           05  SCT-STATION-COUNT       PIC 9(05) COMP.
014400           05  SCT-OVERFLOW-FLAG       PIC X(01).
014500               88  SCT-OVERFLOWED      VALUE 'Y'.
014600           05  SCT-IO-ERROR-FLAG       PIC X(01).
014700               88  SCT-IO-ERROR        VALUE 'Y'.
014800           05  SCT-BALANCE-ERROR-FLAG  PIC X(01).
014900               88  SCT-BALANCE-ERROR   VALUE 'Y'.
015000           05  SCT-ALREADY-DONE-FLAG   PIC X(01).
015100               88  SCT-ALREADY-DONE    VALUE 'Y'.
015200           05  SCT-HEADER-DATE         PIC X(08).
015300           05  SCT-COUNT-ED            PIC Z(9)9.
015400       01  RUN-TUNABLES.
015500           05  RT-CKPT-INTERVAL        PIC 9(03) COMP VALUE ZERO.
015600           05  RT-SAMPLE-CAPACITY      PIC 9(03) COMP VALUE ZERO.
015700           05  RT-MAX-STATIONS         PIC 9(05) COMP VALUE ZERO.
015800           05  RT-EXPECTED-DATE        PIC X(08) VALUE SPACES.
015900           05  RT-FORCE-FLAG           PIC X(01) VALUE 'N'.
016000           05  RT-PARTITION-MODE       PIC X(01) VALUE SPACE.
016100           05  RT-PARTITION-SOURCE     PIC X(30) VALUE SPACES.
016200*
016300       01  PROFILE-TABLE.
016400           05  PRF-LAST-IDX            PIC 9(03) COMP VALUE ZERO.
016500           05  PROFILE-ENTRY OCCURS 50 TIMES INDEXED BY PRF-IDX.
016600               10  PRF-SOURCE          PIC X(30).
016700               10  PRF-DELIMITER       PIC X(01).
016800*
016900*    PRP-TABLE HOLDS THE PENDING FILE AS READ, SO IT CAN BE
017000*    WRITTEN BACK UNCHANGED BUT FOR THE ONE NAME REPLAYED --
017010*    THE HEADER PLUS UP TO 10000 NAMES, STATION-PENDING'S LIMIT.
017100       01  PRP-TABLE.
017200           05  PRP-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
017300           05  PRP-REC OCCURS 10001 TIMES INDEXED BY PRP-IDX
017400                                       PIC X(294).
017500*
017600*    RDT-TABLE IS ONE ENTRY PER DATE IN THE RANGE THAT HAS LINES
017700*    FOR THE NAME, BUILT BY THE PRE-CHECK PASS.
017800       01  RDT-TABLE.
017900           05  RDT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
018000           05  RDT-ENTRY OCCURS 1000 TIMES INDEXED BY RDT-IDX.
018100               10  RDT-DATE            PIC X(08).
018200               10  RDT-SOURCE          PIC X(30).
018300               10  RDT-DELIMITER       PIC X(01).
018400               10  RDT-LINES           PIC 9(09) COMP.
018500*
018600       01  RPL-DETAIL-REC.
018700           05  RPL-DATE                PIC X(08).
018800           05  FILLER                  PIC X(02) VALUE SPACES.
018900           05  RPL-SOURCE              PIC X(30).
019000           05  FILLER                  PIC X(02) VALUE SPACES.
019100           05  RPL-PULLED              PIC Z(8)9.
019200           05  FILLER                  PIC X(02) VALUE SPACES.
019300           05  RPL-FOLDED              PIC Z(8)9.
019400           05  FILLER                  PIC X(02) VALUE SPACES.
019500           05  RPL-REJECTED            PIC Z(8)9.
019600           05  FILLER                  PIC X(02) VALUE SPACES.
019700           05  RPL-EXCEPTED            PIC Z(8)9.
019800*
019900       77  WS-CONTROL-STATUS           PIC X(02).
020000       77  WS-MASTER-STATUS            PIC X(02).
020100       77  WS-PROFILE-STATUS           PIC X(02).
020200       77  WS-PENDING-STATUS           PIC X(02).
020300       77  WS-PENDING-PREV-STATUS      PIC X(02).
020400       77  WS-MEAS-STATUS              PIC X(02).
020500       77  WS-EXCEPTION-STATUS         PIC X(02).
020600       77  WS-WORK-OUT-STATUS          PIC X(02).
020700       77  WS-AUDIT-STATUS             PIC X(02).
020800       77  WS-REPLAY-REPORT-STATUS     PIC X(02).
020900       77  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
021000           88  WS-MASTER-EOF           VALUE 'Y'.
021100       77  WS-PROFILE-EOF-FLAG         PIC X(01) VALUE SPACE.
021200           88  WS-PROFILE-EOF          VALUE 'Y'.
021300       77  WS-PENDING-EOF-FLAG         PIC X(01) VALUE SPACE.
021400           88  WS-PENDING-EOF          VALUE 'Y'.
021500       77  WS-EXC-EOF-FLAG             PIC X(01) VALUE SPACE.
021600           88  WS-EXC-EOF              VALUE 'Y'.
021700       77  WS-MASTER-FOUND-FLAG        PIC X(01) VALUE 'N'.
021800           88  WS-MASTER-FOUND         VALUE 'Y'.
021900       77  WS-MASTER-ACTIVE-FLAG       PIC X(01) VALUE 'N'.
022000           88  WS-MASTER-ACTIVE        VALUE 'Y'.
022100       77  WS-RUN-FAILED-FLAG          PIC X(01) VALUE 'N'.
022200           88  WS-RUN-FAILED           VALUE 'Y'.
022210       77  WS-PREV-FAILED-FLAG         PIC X(01) VALUE 'N'.
022220           88  WS-PREV-FAILED          VALUE 'Y'.
022300       77  WS-COUNT-ONLY-FLAG          PIC X(01) VALUE 'Y'.
022400           88  WS-COUNT-ONLY           VALUE 'Y'.
022500*
022600       77  WS-WORK-FILE-NAME           PIC X(200)
022700                           VALUE "./pending-replay-work.txt".
022800       77  WS-SUPP-REJECT-NAME         PIC X(200)
022900                           VALUE "./pending-replay-rejects.txt".
023000       77  WS-SUPP-CKPT-NAME           PIC X(200)
023100                           VALUE "./pending-replay.ckpt".
023200       77  WS-MASTER-FILE-NAME         PIC X(200)
023300                           VALUE "./station-master.txt".
023400       77  WS-SUPP-EXCEPTION-NAME      PIC X(200) VALUE
023500                      "./pending-replay-exceptions.txt".
023600       77  WS-HISTORY-FILE-NAME        PIC X(200)
023700                           VALUE "./station-history.dat".
023800       77  WS-MEAS-FILE-NAME           PIC X(200).
023900       77  WS-EXCEPTION-FILE-NAME      PIC X(200).
024000*
024100       77  WS-REPLAY-NAME              PIC X(100).
024200       77  WS-THROUGH-DATE-X           PIC X(08).
024300       77  WS-THROUGH-DATE             PIC 9(08).
024400       77  WS-CLERK-ID                 PIC X(08).
024500       77  WS-START-DATE               PIC 9(08).
024600       77  WS-LAST-GOOD-DATE-X         PIC X(08).
024700       77  WS-SCAN-DATE                PIC 9(08).
024800       77  WS-SCAN-DATE-X              PIC X(08).
024900       77  WS-SCAN-INT                 PIC 9(08) COMP.
025000       77  WS-END-INT                  PIC 9(08) COMP.
025100       77  WS-TARGET-IDX               PIC 9(05) COMP VALUE ZERO.
025200       77  WS-AUDIT-DATE               PIC X(08).
025300       77  WS-AUDIT-TIME               PIC X(08).
025400       77  WS-HST-WORK-DATE            PIC X(08).
025500       77  WS-HDR-TAG                  PIC X(10).
025600       77  WS-HDR-DATE                 PIC X(10).
025700       77  WS-HDR-SOURCE               PIC X(30).
025800       77  WS-ACT-DELIMITER            PIC X(01).
025900       77  WS-ORIGINAL-LINE            PIC X(200).
026000       77  WS-REASON-FOUND             PIC X(20).
026100       77  WS-EXC-STATION              PIC X(100).
026200       77  WS-SEMI-COUNT               PIC 9(03) COMP.
026300       77  WS-DAY-LINES                PIC 9(09) COMP.
026400*
026500       77  WS-DATES-MISSING-HDR        PIC 9(05) COMP VALUE ZERO.
026600       77  WS-DATES-REPLAYED           PIC 9(05) COMP VALUE ZERO.
026700       77  WS-LINES-PULLED             PIC 9(09) COMP VALUE ZERO.
026800       77  WS-LINES-FOLDED             PIC 9(09) COMP VALUE ZERO.
026900       77  WS-LINES-REJECTED           PIC 9(09) COMP VALUE ZERO.
027000       77  WS-LINES-EXCEPTED           PIC 9(09) COMP VALUE ZERO.
027100       77  WS-COUNT-ED                 PIC Z(9)9.
027200       77  WS-COUNT-ED-2               PIC Z(9)9.
027300       77  WS-AUD-REJECTS-ED           PIC Z(9)9.
027400       77  WS-AUD-FOLDED-ED            PIC Z(9)9.
027500       77  WS-AUD-STILL-REJ-ED         PIC Z(9)9.
027600*
027700       PROCEDURE DIVISION.
027800******************************************************************
027900*    0000-MAINLINE
028000******************************************************************
028100       0000-MAINLINE.
028200           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
028300           PERFORM 1500-LOAD-FEED-PROFILES THRU
028400               1500-LOAD-FEED-PROFILES-EXIT
028500           PERFORM 2000-LOAD-PENDING THRU 2000-LOAD-PENDING-EXIT
028600           PERFORM 2500-CHECK-MASTER THRU 2500-CHECK-MASTER-EXIT
028700           PERFORM 3000-PRE-CHECK-DATES THRU
028800               3000-PRE-CHECK-DATES-EXIT
028900           OPEN EXTEND AUDIT-FILE
029000           IF WS-AUDIT-STATUS = '35'
029100               OPEN OUTPUT AUDIT-FILE
029200           END-IF
029300           IF WS-AUDIT-STATUS NOT = '00'
029400               DISPLAY 'PENDING-REPLAY: ERROR OPENING AUDIT '
029500                   'FILE, '
029600                   'STATUS=' WS-AUDIT-STATUS
029700               MOVE 16 TO RETURN-CODE
029800               CLOSE REPLAY-REPORT-FILE
029900               GO TO 9999-EXIT
030000           END-IF
030100           PERFORM 4000-REPLAY-ONE-DATE THRU
030200               4000-REPLAY-ONE-DATE-EXIT
030300               VARYING RDT-IDX FROM 1 BY 1
030400               UNTIL RDT-IDX > RDT-LAST-IDX OR WS-RUN-FAILED
030500           CLOSE AUDIT-FILE
030600           PERFORM 6000-UPDATE-PENDING THRU
030700               6000-UPDATE-PENDING-EXIT
030800           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
030900           CLOSE REPLAY-REPORT-FILE
031000           IF WS-LINES-REJECTED NOT = ZERO OR
031100               WS-LINES-EXCEPTED NOT = ZERO
031200               MOVE 4 TO RETURN-CODE
031300           END-IF
031400           IF WS-RUN-FAILED OR WS-PREV-FAILED
031500               MOVE 16 TO RETURN-CODE
031600           END-IF
031700           GO TO 9999-EXIT.
031800*
031900******************************************************************
032000*    1000-INITIALIZE
032100******************************************************************
032200       1000-INITIALIZE.
032300           INITIALIZE PRP-TABLE
032400           INITIALIZE RDT-TABLE
032500           INITIALIZE PROFILE-TABLE
032600           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
032700           ACCEPT WS-AUDIT-TIME FROM TIME
032800           OPEN INPUT CONTROL-FILE
032900           IF WS-CONTROL-STATUS NOT = '00'
033000               DISPLAY 'PENDING-REPLAY: ERROR OPENING CONTROL '
033100                   'FILE, STATUS=' WS-CONTROL-STATUS
033200               MOVE 16 TO RETURN-CODE
033300               GO TO 9999-EXIT
033400           END-IF
033500           MOVE SPACES TO WS-REPLAY-NAME, WS-THROUGH-DATE-X,
033600               WS-CLERK-ID
033700           READ CONTROL-FILE INTO WS-REPLAY-NAME
033800           READ CONTROL-FILE INTO WS-THROUGH-DATE-X
033900           READ CONTROL-FILE INTO WS-CLERK-ID
034000           CLOSE CONTROL-FILE
034100           IF WS-THROUGH-DATE-X = SPACES
034200               MOVE WS-AUDIT-DATE TO WS-THROUGH-DATE-X
034300           END-IF
034400           IF WS-REPLAY-NAME = SPACES OR
034500               WS-THROUGH-DATE-X IS NOT NUMERIC
034600               DISPLAY 'PENDING-REPLAY: INVALID STATION NAME OR '
034700                   'THROUGH DATE ON CONTROL FILE'
034800               MOVE 16 TO RETURN-CODE
034900               GO TO 9999-EXIT
035000           END-IF
035100           MOVE WS-THROUGH-DATE-X TO WS-THROUGH-DATE
035200           IF FUNCTION TEST-DATE-YYYYMMDD(WS-THROUGH-DATE)
035300                   NOT = 0
035400               DISPLAY 'PENDING-REPLAY: INVALID THROUGH DATE ON '
035500                   'CONTROL FILE'
035600               MOVE 16 TO RETURN-CODE
035700               GO TO 9999-EXIT
035800           END-IF
035900           IF WS-CLERK-ID = SPACES
036000               MOVE 'PENDING' TO WS-CLERK-ID
036100           END-IF
036200           COMPUTE WS-END-INT =
036300               FUNCTION INTEGER-OF-DATE(WS-THROUGH-DATE)
036400           OPEN OUTPUT REPLAY-REPORT-FILE
036500           IF WS-REPLAY-REPORT-STATUS NOT = '00'
036600               DISPLAY 'PENDING-REPLAY: ERROR OPENING REPORT, '
036700                   'STATUS=' WS-REPLAY-REPORT-STATUS
036800               MOVE 16 TO RETURN-CODE
036900               GO TO 9999-EXIT
037000           END-IF
037100           MOVE SPACES TO REPLAY-REPORT-LINE
037200           STRING 'PENDING-STATION REPLAY'
037300                   DELIMITED BY SIZE
037400               '          RUN DATE: ' DELIMITED BY SIZE
037500               WS-AUDIT-DATE DELIMITED BY SIZE
037600               INTO REPLAY-REPORT-LINE
037700           END-STRING
037800           WRITE REPLAY-REPORT-LINE
037900           MOVE SPACES TO REPLAY-REPORT-LINE
038000           STRING 'STATION: ' DELIMITED BY SIZE
038100               FUNCTION TRIM(WS-REPLAY-NAME) DELIMITED BY SIZE
038200               '   THROUGH: ' DELIMITED BY SIZE
038300               WS-THROUGH-DATE-X DELIMITED BY SIZE
038400               INTO REPLAY-REPORT-LINE
038500           END-STRING
038600           WRITE REPLAY-REPORT-LINE.
038700       1000-INITIALIZE-EXIT.
038800           EXIT.
038900*
039000******************************************************************
039100*    1500-LOAD-FEED-PROFILES
039200*    ONLY THE DELIMITER IS NEEDED HERE, TO FIND THE STATION NAME
039300*    ON EACH EXCEPTED LINE; STATION-AGG APPLIES THE REST OF THE
039400*    PROFILE WHEN THE LINE IS REPLAYED.
039500******************************************************************
039600       1500-LOAD-FEED-PROFILES.
039700           OPEN INPUT PROFILE-FILE
039800           IF WS-PROFILE-STATUS NOT = '00'
039900               GO TO 1500-LOAD-FEED-PROFILES-EXIT
040000           END-IF
040100           MOVE SPACE TO WS-PROFILE-EOF-FLAG
040200           PERFORM 1600-READ-ONE-PROFILE THRU
040300               1600-READ-ONE-PROFILE-EXIT
040400               UNTIL WS-PROFILE-EOF
040500           CLOSE PROFILE-FILE.
040600       1500-LOAD-FEED-PROFILES-EXIT.
040700           EXIT.
040800*
040900******************************************************************
041000*    1600-READ-ONE-PROFILE
041100******************************************************************
041200       1600-READ-ONE-PROFILE.
041300           READ PROFILE-FILE INTO FPR-RECORD
041400               AT END
041500                   SET WS-PROFILE-EOF TO TRUE
041600                   GO TO 1600-READ-ONE-PROFILE-EXIT
041700           END-READ
041800           IF FPR-SOURCE-CODE = SPACES OR FPR-DELIMITER = SPACE
041900               GO TO 1600-READ-ONE-PROFILE-EXIT
042000           END-IF
042100           IF PRF-LAST-IDX NOT < 50
042200               GO TO 1600-READ-ONE-PROFILE-EXIT
042300           END-IF
042400           ADD 1 TO PRF-LAST-IDX
042500           MOVE FPR-SOURCE-CODE TO PRF-SOURCE(PRF-LAST-IDX)
042600           MOVE FPR-DELIMITER TO PRF-DELIMITER(PRF-LAST-IDX).
042700       1600-READ-ONE-PROFILE-EXIT.
042800           EXIT.
042900*
043000******************************************************************
043100*    2000-LOAD-PENDING
043200*    ONLY LOADS PRP-TABLE.  THE PREVIOUS-IMAGE COPY IS TAKEN IN
043300*    6000, WHEN THE FILE IS ABOUT TO BE REWRITTEN.
043400******************************************************************
043500       2000-LOAD-PENDING.
043600           OPEN INPUT PENDING-FILE
043700           IF WS-PENDING-STATUS NOT = '00'
043800               DISPLAY 'PENDING-REPLAY: ERROR OPENING PENDING '
043900                   'FILE, STATUS=' WS-PENDING-STATUS
044000               MOVE 16 TO RETURN-CODE
044100               CLOSE REPLAY-REPORT-FILE
044200               GO TO 9999-EXIT
044300           END-IF
045300           MOVE SPACE TO WS-PENDING-EOF-FLAG
045400           PERFORM 2100-READ-ONE-PENDING THRU
045500               2100-READ-ONE-PENDING-EXIT
045600               UNTIL WS-PENDING-EOF
045700           CLOSE PENDING-FILE
045900           IF WS-TARGET-IDX = ZERO
046000               MOVE 'NOT ON THE PENDING FILE'
046100                   TO REPLAY-REPORT-LINE
046200               PERFORM 2900-REFUSE-REPLAY THRU
046300                   2900-REFUSE-REPLAY-EXIT
046400           END-IF
046500           MOVE PRP-REC(WS-TARGET-IDX) TO PND-DETAIL-REC
046600           IF PND-D-REPLAYED
046700               MOVE SPACES TO REPLAY-REPORT-LINE
046800               STRING 'ALREADY REPLAYED ' DELIMITED BY SIZE
046900                   PND-D-REPLAY-DATE DELIMITED BY SIZE
047000                   INTO REPLAY-REPORT-LINE
047100               END-STRING
047200               PERFORM 2900-REFUSE-REPLAY THRU
047300                   2900-REFUSE-REPLAY-EXIT
047400           END-IF.
047500       2000-LOAD-PENDING-EXIT.
047600           EXIT.
047700*
047800******************************************************************
047900*    2100-READ-ONE-PENDING
048000******************************************************************
048100       2100-READ-ONE-PENDING.
048200           READ PENDING-FILE
048300               AT END
048400                   SET WS-PENDING-EOF TO TRUE
048500                   GO TO 2100-READ-ONE-PENDING-EXIT
048600           END-READ
048900           IF PRP-LAST-IDX NOT < 10001
049000               DISPLAY 'PENDING-REPLAY: PENDING FILE OVER 10000 '
049100                   'NAMES - NOT REWRITTEN'
049200               MOVE 16 TO RETURN-CODE
049300               CLOSE PENDING-FILE
049500               CLOSE REPLAY-REPORT-FILE
049600               GO TO 9999-EXIT
049700           END-IF
049800           ADD 1 TO PRP-LAST-IDX
049900           MOVE PND-DETAIL-REC TO PRP-REC(PRP-LAST-IDX)
050000           IF PND-DETAIL AND PND-D-STATION-NAME = WS-REPLAY-NAME
050100               MOVE PRP-LAST-IDX TO WS-TARGET-IDX
050200           END-IF.
050300       2100-READ-ONE-PENDING-EXIT.
050400           EXIT.
050500*
050600******************************************************************
050700*    2500-CHECK-MASTER
050800*    THE NAME MUST NOW BE AN ACTIVE STATION (OR THE FORMER NAME
050900*    OF ONE): OTHERWISE STATION-AGG WOULD ONLY EXCEPT THE LINES
051000*    AGAIN.
051100******************************************************************
051200       2500-CHECK-MASTER.
051300           OPEN INPUT MASTER-FILE
051400           IF WS-MASTER-STATUS NOT = '00'
051500               DISPLAY 'PENDING-REPLAY: ERROR OPENING STATION '
051600                   'MASTER, STATUS=' WS-MASTER-STATUS
051700               MOVE 16 TO RETURN-CODE
051800               CLOSE REPLAY-REPORT-FILE
051900               GO TO 9999-EXIT
052000           END-IF
052100           MOVE SPACE TO WS-MASTER-EOF-FLAG
052200           PERFORM 2600-READ-ONE-MASTER THRU
052300               2600-READ-ONE-MASTER-EXIT
052400               UNTIL WS-MASTER-EOF OR WS-MASTER-ACTIVE
052500           CLOSE MASTER-FILE
052600           IF NOT WS-MASTER-FOUND
052700               MOVE 'NOT ON THE STATION MASTER - APPLY THE ADD'
052800                   TO REPLAY-REPORT-LINE
052900               MOVE 'CARD FIRST' TO REPLAY-REPORT-LINE(43:10)
053000               PERFORM 2900-REFUSE-REPLAY THRU
053100                   2900-REFUSE-REPLAY-EXIT
053200           END-IF
053300           IF NOT WS-MASTER-ACTIVE
053400               MOVE 'INACTIVE ON THE STATION MASTER'
053500                   TO REPLAY-REPORT-LINE
053600               PERFORM 2900-REFUSE-REPLAY THRU
053700                   2900-REFUSE-REPLAY-EXIT
053800           END-IF.
053900       2500-CHECK-MASTER-EXIT.
054000           EXIT.
054100*
054200******************************************************************
054300*    2600-READ-ONE-MASTER
054400******************************************************************
054500       2600-READ-ONE-MASTER.
054600           READ MASTER-FILE INTO STATION-MASTER-REC
054700               AT END
054800                   SET WS-MASTER-EOF TO TRUE
054900                   GO TO 2600-READ-ONE-MASTER-EXIT
055000           END-READ
055100           IF STM-STATION-NAME = WS-REPLAY-NAME OR
055200               STM-ALIAS-NAME = WS-REPLAY-NAME
055300               MOVE 'Y' TO WS-MASTER-FOUND-FLAG
055400               IF STM-ACTIVE
055500                   MOVE 'Y' TO WS-MASTER-ACTIVE-FLAG
055600               END-IF
055700           END-IF.
055800       2600-READ-ONE-MASTER-EXIT.
055900           EXIT.
056000*
056100******************************************************************
056200*    2900-REFUSE-REPLAY
056300*    THE CALLER LEAVES THE REASON IN REPLAY-REPORT-LINE.  NOTHING
056400*    HAS BEEN REPLAYED OR CHANGED.
056500******************************************************************
056600       2900-REFUSE-REPLAY.
056700           DISPLAY 'PENDING-REPLAY: '
056800               FUNCTION TRIM(WS-REPLAY-NAME) ' '
056900               FUNCTION TRIM(REPLAY-REPORT-LINE)
057000               ' - NOTHING REPLAYED'
057100           WRITE REPLAY-REPORT-LINE
057200           MOVE 'NOTHING REPLAYED' TO REPLAY-REPORT-LINE
057300           WRITE REPLAY-REPORT-LINE
057400           CLOSE REPLAY-REPORT-FILE
057500           MOVE 8 TO RETURN-CODE
057600           GO TO 9999-EXIT.
057700       2900-REFUSE-REPLAY-EXIT.
057800           EXIT.
057900*
058000******************************************************************
058100*    3000-PRE-CHECK-DATES
058200*    WALKS THE WHOLE RANGE ONCE, COUNTING THE NAME'S LINES IN
058300*    EACH EXCEPTION FILE AND CHECKING THE DAY'S FEED HEADER,
058400*    BEFORE ANY DAY IS REPLAYED.
058500******************************************************************
058600       3000-PRE-CHECK-DATES.
058700           MOVE PND-D-FIRST-DATE TO WS-START-DATE
058800           IF PND-D-REPLAY-THROUGH IS NUMERIC AND
058900               PND-D-REPLAY-THROUGH NOT < PND-D-FIRST-DATE
059000               MOVE PND-D-REPLAY-THROUGH TO WS-SCAN-DATE
059100               COMPUTE WS-SCAN-INT =
059200                   FUNCTION INTEGER-OF-DATE(WS-SCAN-DATE) + 1
059300               COMPUTE WS-START-DATE =
059400                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
059500           END-IF
059600           MOVE PND-D-REPLAY-THROUGH TO WS-LAST-GOOD-DATE-X
059700           COMPUTE WS-SCAN-INT =
059800               FUNCTION INTEGER-OF-DATE(WS-START-DATE)
059900           MOVE SPACES TO REPLAY-REPORT-LINE
060000           WRITE REPLAY-REPORT-LINE
060100           MOVE SPACES TO REPLAY-REPORT-LINE
060200           STRING 'REPLAY RANGE: ' DELIMITED BY SIZE
060300               WS-START-DATE DELIMITED BY SIZE
060400               ' - ' DELIMITED BY SIZE
060500               WS-THROUGH-DATE-X DELIMITED BY SIZE
060600               INTO REPLAY-REPORT-LINE
060700           END-STRING
060800           WRITE REPLAY-REPORT-LINE
060900           PERFORM 3100-PRE-CHECK-ONE-DATE THRU
061000               3100-PRE-CHECK-ONE-DATE-EXIT
061100               UNTIL WS-SCAN-INT > WS-END-INT
061200           IF WS-DATES-MISSING-HDR NOT = ZERO
061300               MOVE WS-DATES-MISSING-HDR TO WS-COUNT-ED
061400               MOVE SPACES TO REPLAY-REPORT-LINE
061500               STRING FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
061600                   ' DAY(S) WITHOUT A FEED HEADER'
061700                       DELIMITED BY SIZE
061800                   INTO REPLAY-REPORT-LINE
061900               END-STRING
062000               PERFORM 2900-REFUSE-REPLAY THRU
062100                   2900-REFUSE-REPLAY-EXIT
062200           END-IF
062300           IF RDT-LAST-IDX = ZERO
062400               MOVE SPACES TO REPLAY-REPORT-LINE
062500               MOVE '  NO EXCEPTED LINES FOR THE STATION IN RANGE'
062600                   TO REPLAY-REPORT-LINE
062700               WRITE REPLAY-REPORT-LINE
062800           END-IF
062900           MOVE SPACES TO REPLAY-REPORT-LINE
063000           WRITE REPLAY-REPORT-LINE
063100           MOVE 'DATE      SOURCE' TO REPLAY-REPORT-LINE
063200           MOVE '   PULLED     FOLDED   REJECTED   EXCEPTED'
063300               TO REPLAY-REPORT-LINE(43:42)
063400           WRITE REPLAY-REPORT-LINE.
063500       3000-PRE-CHECK-DATES-EXIT.
063600           EXIT.
063700*
063800******************************************************************
063900*    3100-PRE-CHECK-ONE-DATE
064000******************************************************************
064100       3100-PRE-CHECK-ONE-DATE.
064200           COMPUTE WS-SCAN-DATE =
064300               FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
064400           MOVE WS-SCAN-DATE TO WS-SCAN-DATE-X
064500           ADD 1 TO WS-SCAN-INT
064600           PERFORM 3200-READ-FEED-HEADER THRU
064700               3200-READ-FEED-HEADER-EXIT
064800           MOVE 'Y' TO WS-COUNT-ONLY-FLAG
064900           PERFORM 3300-SCAN-EXCEPTIONS THRU
065000               3300-SCAN-EXCEPTIONS-EXIT
065100           IF WS-DAY-LINES = ZERO
065200               GO TO 3100-PRE-CHECK-ONE-DATE-EXIT
065300           END-IF
065400           IF WS-HDR-TAG NOT = 'HDR'
065500               ADD 1 TO WS-DATES-MISSING-HDR
065600               MOVE SPACES TO REPLAY-REPORT-LINE
065700               STRING WS-SCAN-DATE-X DELIMITED BY SIZE
065800                   '  NO FEED HEADER (' DELIMITED BY SIZE
065900                   FUNCTION TRIM(WS-MEAS-FILE-NAME)
066000                       DELIMITED BY SIZE
066100                   ')' DELIMITED BY SIZE
066200                   INTO REPLAY-REPORT-LINE
066300               END-STRING
066400               WRITE REPLAY-REPORT-LINE
066500               GO TO 3100-PRE-CHECK-ONE-DATE-EXIT
066600           END-IF
066700           IF RDT-LAST-IDX NOT < 1000
066800               MOVE 'OVER 1000 DAYS TO REPLAY - SHORTEN THE RANGE'
066900                   TO REPLAY-REPORT-LINE
067000               PERFORM 2900-REFUSE-REPLAY THRU
067100                   2900-REFUSE-REPLAY-EXIT
067200           END-IF
067300           ADD 1 TO RDT-LAST-IDX
067400           MOVE WS-SCAN-DATE-X TO RDT-DATE(RDT-LAST-IDX)
067500           MOVE WS-HDR-SOURCE TO RDT-SOURCE(RDT-LAST-IDX)
067600           MOVE WS-ACT-DELIMITER TO RDT-DELIMITER(RDT-LAST-IDX)
067700           MOVE WS-DAY-LINES TO RDT-LINES(RDT-LAST-IDX).
067800       3100-PRE-CHECK-ONE-DATE-EXIT.
067900           EXIT.
068000*
068100******************************************************************
068200*    3200-READ-FEED-HEADER
068300*    LEAVES WS-HDR-TAG 'HDR' AND THE SOURCE IN WS-HDR-SOURCE WHEN
068400*    THE DAY'S MEASUREMENTS FILE STILL STARTS WITH ITS HEADER,
068500*    AND SETS THE DELIMITER THE DAY'S LINES WERE SPLIT ON.
068600******************************************************************
068700       3200-READ-FEED-HEADER.
068800           MOVE SPACES TO WS-HDR-TAG, WS-HDR-DATE, WS-HDR-SOURCE
068900           MOVE SPACE TO WS-ACT-DELIMITER
069000           MOVE SPACES TO WS-MEAS-FILE-NAME
069100           STRING './measurements-' DELIMITED BY SIZE
069200               WS-SCAN-DATE-X DELIMITED BY SIZE
069300               '.txt' DELIMITED BY SIZE
069400               INTO WS-MEAS-FILE-NAME
069500           END-STRING
069600           OPEN INPUT MEAS-FILE
069700           IF WS-MEAS-STATUS NOT = '00'
069800               GO TO 3200-READ-FEED-HEADER-EXIT
069900           END-IF
070000           MOVE SPACES TO MEAS-LINE
070100           READ MEAS-FILE
070200               AT END
070300                   MOVE SPACES TO MEAS-LINE
070400           END-READ
070500           CLOSE MEAS-FILE
070600           UNSTRING MEAS-LINE DELIMITED BY ';'
070700               INTO WS-HDR-TAG, WS-HDR-DATE, WS-HDR-SOURCE
070800           END-UNSTRING
070900           IF WS-HDR-TAG NOT = 'HDR'
071000               GO TO 3200-READ-FEED-HEADER-EXIT
071100           END-IF
071200           SET PRF-IDX TO 1
071300           SEARCH PROFILE-ENTRY
071400               AT END
071500                   CONTINUE
071600               WHEN PRF-IDX > PRF-LAST-IDX
071700                   CONTINUE
071800               WHEN PRF-SOURCE(PRF-IDX) = WS-HDR-SOURCE
071900                   MOVE PRF-DELIMITER(PRF-IDX) TO WS-ACT-DELIMITER
072000           END-SEARCH.
072100       3200-READ-FEED-HEADER-EXIT.
072200           EXIT.
072300*
072400******************************************************************
072500*    3300-SCAN-EXCEPTIONS
072600*    COUNTS THE NAME'S 'UNKNOWN STATION' LINES IN THE DAY'S
072700*    EXCEPTION FILE INTO WS-DAY-LINES.  WHEN WS-COUNT-ONLY IS
072800*    OFF EACH LINE IS ALSO WRITTEN TO THE WORK FILE AND AUDITED.
072900*    NO EXCEPTION FILE IS A DAY WITH NO LINES.
073000******************************************************************
073100       3300-SCAN-EXCEPTIONS.
073200           MOVE ZERO TO WS-DAY-LINES
073300           MOVE SPACES TO WS-EXCEPTION-FILE-NAME
073400           STRING './measurements-exceptions-' DELIMITED BY SIZE
073500               WS-SCAN-DATE-X DELIMITED BY SIZE
073600               '.txt' DELIMITED BY SIZE
073700               INTO WS-EXCEPTION-FILE-NAME
073800           END-STRING
073900           OPEN INPUT EXCEPTION-FILE
074000           IF WS-EXCEPTION-STATUS NOT = '00'
074100               GO TO 3300-SCAN-EXCEPTIONS-EXIT
074200           END-IF
074300           MOVE SPACE TO WS-EXC-EOF-FLAG
074400           PERFORM 3400-READ-ONE-EXCEPTION THRU
074500               3400-READ-ONE-EXCEPTION-EXIT
074600               UNTIL WS-EXC-EOF
074700           CLOSE EXCEPTION-FILE.
074800       3300-SCAN-EXCEPTIONS-EXIT.
074900           EXIT.
075000*
075100******************************************************************
075200*    3400-READ-ONE-EXCEPTION
075300*    SAME LINE SPLIT AS STATION-PENDING'S 4300: THE ORIGINAL FEED
075400*    LINE IS EVERYTHING AHEAD OF ';UNKNOWN STATION'.
075500******************************************************************
075600       3400-READ-ONE-EXCEPTION.
075700           READ EXCEPTION-FILE
075800               AT END
075900                   SET WS-EXC-EOF TO TRUE
076000                   GO TO 3400-READ-ONE-EXCEPTION-EXIT
076100           END-READ
076200           MOVE SPACES TO WS-ORIGINAL-LINE, WS-REASON-FOUND
076300           UNSTRING EXCEPTION-LINE DELIMITED BY ';UNKNOWN STATION'
076400               INTO WS-ORIGINAL-LINE DELIMITER IN WS-REASON-FOUND
076500           END-UNSTRING
076600           IF WS-REASON-FOUND NOT = ';UNKNOWN STATION'
076700               GO TO 3400-READ-ONE-EXCEPTION-EXIT
076800           END-IF
076900           IF WS-ACT-DELIMITER = SPACE
077000               MOVE ZERO TO WS-SEMI-COUNT
077100               INSPECT WS-ORIGINAL-LINE TALLYING WS-SEMI-COUNT
077200                   FOR ALL ';'
077300               IF WS-SEMI-COUNT NOT = ZERO
077400                   MOVE ';' TO WS-ACT-DELIMITER
077500               ELSE
077600                   MOVE ',' TO WS-ACT-DELIMITER
077700               END-IF
077800           END-IF
077900           MOVE SPACES TO WS-EXC-STATION
078000           UNSTRING WS-ORIGINAL-LINE DELIMITED BY WS-ACT-DELIMITER
078100               INTO WS-EXC-STATION
078200           END-UNSTRING
078300           IF WS-EXC-STATION NOT = WS-REPLAY-NAME
078400               GO TO 3400-READ-ONE-EXCEPTION-EXIT
078500           END-IF
078600           ADD 1 TO WS-DAY-LINES
078700           IF WS-COUNT-ONLY
078800               GO TO 3400-READ-ONE-EXCEPTION-EXIT
078900           END-IF
079000           MOVE SPACES TO WORK-OUT-LINE
079100           MOVE WS-ORIGINAL-LINE TO WORK-OUT-LINE
079200           WRITE WORK-OUT-LINE
079300           IF WS-WORK-OUT-STATUS NOT = '00'
079400               DISPLAY 'PENDING-REPLAY: ERROR WRITING WORK FILE, '
079500                   'STATUS=' WS-WORK-OUT-STATUS
079600               MOVE 'Y' TO WS-RUN-FAILED-FLAG
079700           END-IF
079800           PERFORM 3500-WRITE-AUDIT-REPLAYED THRU
079900               3500-WRITE-AUDIT-REPLAYED-EXIT.
080000       3400-READ-ONE-EXCEPTION-EXIT.
080100           EXIT.
080200*
080300******************************************************************
080400*    3500-WRITE-AUDIT-REPLAYED
080500*    SAME LAYOUT AS REJECT-REPROC'S AUDIT LINES, WITH THE
080600*    DISPOSITION REPLAYED AND THE EXCEPTION LINE AS ORIGINAL.
080700******************************************************************
080800       3500-WRITE-AUDIT-REPLAYED.
080900           MOVE SPACES TO AUDIT-LINE
081000           STRING WS-AUDIT-DATE DELIMITED BY SIZE
081100               ' ' DELIMITED BY SIZE
081200               WS-AUDIT-TIME DELIMITED BY SIZE
081300               ' ' DELIMITED BY SIZE
081400               WS-CLERK-ID DELIMITED BY SIZE
081500               ' DAY ' DELIMITED BY SIZE
081600               WS-SCAN-DATE-X DELIMITED BY SIZE
081700               ' REPLAYED   ORIGINAL=' DELIMITED BY SIZE
081800               FUNCTION TRIM(EXCEPTION-LINE TRAILING)
081900                   DELIMITED BY SIZE
082000               INTO AUDIT-LINE
082100           END-STRING
082200           WRITE AUDIT-LINE.
082300       3500-WRITE-AUDIT-REPLAYED-EXIT.
082400           EXIT.
082500*
082600******************************************************************
082700*    4000-REPLAY-ONE-DATE
082800*    THE WORK FILE IS BUILT WITH THE FEED HEADER AND TRAILER
082900*    STATION-AGG'S BALANCING EXPECTS, THEN RUN AS A SUPPLEMENTAL
083000*    DAY AND FOLDED INTO HISTORY.  A FAILED RUN STOPS THE REPLAY
083100*    WITH THE PENDING RECORD SHOWING THE LAST GOOD DAY.
083200******************************************************************
083300       4000-REPLAY-ONE-DATE.
083400           MOVE RDT-DATE(RDT-IDX) TO WS-SCAN-DATE-X
083500           MOVE RDT-DELIMITER(RDT-IDX) TO WS-ACT-DELIMITER
083600           OPEN OUTPUT WORK-OUT-FILE
083700           IF WS-WORK-OUT-STATUS NOT = '00'
083800               DISPLAY 'PENDING-REPLAY: ERROR OPENING WORK FILE, '
083900                   'STATUS=' WS-WORK-OUT-STATUS
084000               MOVE 'Y' TO WS-RUN-FAILED-FLAG
084100               GO TO 4000-REPLAY-ONE-DATE-EXIT
084200           END-IF
084300           MOVE SPACES TO WORK-OUT-LINE
084400           STRING 'HDR;' DELIMITED BY SIZE
084500               WS-SCAN-DATE-X DELIMITED BY SIZE
084600               ';' DELIMITED BY SIZE
084700               RDT-SOURCE(RDT-IDX) DELIMITED BY SPACE
084800               INTO WORK-OUT-LINE
084900           END-STRING
085000           WRITE WORK-OUT-LINE
085100           MOVE 'N' TO WS-COUNT-ONLY-FLAG
085200           PERFORM 3300-SCAN-EXCEPTIONS THRU
085300               3300-SCAN-EXCEPTIONS-EXIT
085400           MOVE WS-DAY-LINES TO WS-COUNT-ED
085500           MOVE SPACES TO WORK-OUT-LINE
085600           STRING 'TRL;' DELIMITED BY SIZE
085700               FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
085800               INTO WORK-OUT-LINE
085900           END-STRING
086000           WRITE WORK-OUT-LINE
086100           CLOSE WORK-OUT-FILE
086200           IF WS-RUN-FAILED
086300               GO TO 4000-REPLAY-ONE-DATE-EXIT
086400           END-IF
086500           MOVE WS-SCAN-DATE-X TO RT-EXPECTED-DATE
086600           MOVE 'Y' TO RT-FORCE-FLAG
086700           CALL 'STATION-AGG' USING WS-WORK-FILE-NAME,
086800               WS-SUPP-REJECT-NAME, WS-SUPP-CKPT-NAME,
086900               WS-MASTER-FILE-NAME, WS-SUPP-EXCEPTION-NAME,
087000               SUPP-STATION-TABLE, SUPP-CONTROL-TOTALS,
087100               RUN-TUNABLES
087200           IF SCT-OVERFLOWED OR SCT-IO-ERROR OR
087300               SCT-BALANCE-ERROR OR SCT-ALREADY-DONE
087400               DISPLAY 'PENDING-REPLAY: SUPPLEMENTAL RUN FOR '
087500                   WS-SCAN-DATE-X ' FAILED - SEE STATION-AGG '
087600                   'MESSAGE ABOVE'
087700               MOVE 'Y' TO WS-RUN-FAILED-FLAG
087800               PERFORM 4500-WRITE-AUDIT-TRAILER THRU
087900                   4500-WRITE-AUDIT-TRAILER-EXIT
088000               MOVE SPACES TO REPLAY-REPORT-LINE
088100               STRING WS-SCAN-DATE-X DELIMITED BY SIZE
088200                   '  SUPPLEMENTAL RUN FAILED - REPLAY STOPPED'
088300                       DELIMITED BY SIZE
088400                   INTO REPLAY-REPORT-LINE
088500               END-STRING
088600               WRITE REPLAY-REPORT-LINE
088700               GO TO 4000-REPLAY-ONE-DATE-EXIT
088800           END-IF
088900           MOVE WS-SCAN-DATE-X TO WS-HST-WORK-DATE
089000           CALL 'STATION-HIST' USING WS-HISTORY-FILE-NAME,
089100               WS-HST-WORK-DATE, SUPP-STATION-TABLE
089200           PERFORM 4500-WRITE-AUDIT-TRAILER THRU
089300               4500-WRITE-AUDIT-TRAILER-EXIT
089400           MOVE WS-SCAN-DATE-X TO WS-LAST-GOOD-DATE-X
089500           ADD 1 TO WS-DATES-REPLAYED
089600           ADD WS-DAY-LINES TO WS-LINES-PULLED
089700           ADD SCT-READINGS-COUNTED TO WS-LINES-FOLDED
089800           ADD SCT-REJECT-COUNT TO WS-LINES-REJECTED
089900           ADD SCT-EXCEPTION-COUNT TO WS-LINES-EXCEPTED
090000           MOVE WS-SCAN-DATE-X TO RPL-DATE
090100           MOVE RDT-SOURCE(RDT-IDX) TO RPL-SOURCE
090200           MOVE WS-DAY-LINES TO RPL-PULLED
090300           MOVE SCT-READINGS-COUNTED TO RPL-FOLDED
090400           MOVE SCT-REJECT-COUNT TO RPL-REJECTED
090500           MOVE SCT-EXCEPTION-COUNT TO RPL-EXCEPTED
090600           MOVE RPL-DETAIL-REC TO REPLAY-REPORT-LINE
090700           WRITE REPLAY-REPORT-LINE.
090800       4000-REPLAY-ONE-DATE-EXIT.
090900           EXIT.
091000*
091100******************************************************************
091200*    4500-WRITE-AUDIT-TRAILER
091300*    REJECT-REPROC'S RUN-TOTALS LINE: EVERY LINE PULLED COUNTS AS
091400*    BOTH A REJECT AND ITS CORRECTION, NONE UNCORRECTED.
091500******************************************************************
091600       4500-WRITE-AUDIT-TRAILER.
091700           MOVE WS-DAY-LINES TO WS-AUD-REJECTS-ED
091800           MOVE SCT-READINGS-COUNTED TO WS-AUD-FOLDED-ED
091900           MOVE SCT-REJECT-COUNT TO WS-AUD-STILL-REJ-ED
092000           MOVE ZERO TO WS-COUNT-ED-2
092100           MOVE SPACES TO AUDIT-LINE
092200           STRING WS-AUDIT-DATE DELIMITED BY SIZE
092300               ' ' DELIMITED BY SIZE
092400               WS-AUDIT-TIME DELIMITED BY SIZE
092500               ' -------- DAY ' DELIMITED BY SIZE
092600               WS-SCAN-DATE-X DELIMITED BY SIZE
092700               ' RUN TOTALS' DELIMITED BY SIZE
092800               ' REJECTS=' DELIMITED BY SIZE
092900               WS-AUD-REJECTS-ED DELIMITED BY SIZE
093000               ' CORRECTED=' DELIMITED BY SIZE
093100               WS-AUD-REJECTS-ED DELIMITED BY SIZE
093200               ' UNCORRECTED=' DELIMITED BY SIZE
093300               WS-COUNT-ED-2 DELIMITED BY SIZE
093400               ' FOLDED=' DELIMITED BY SIZE
093500               WS-AUD-FOLDED-ED DELIMITED BY SIZE
093600               ' STILL-REJECTED=' DELIMITED BY SIZE
093700               WS-AUD-STILL-REJ-ED DELIMITED BY SIZE
093800               INTO AUDIT-LINE
093900           END-STRING
094000           WRITE AUDIT-LINE.
094100       4500-WRITE-AUDIT-TRAILER-EXIT.
094200           EXIT.
094300*
094400******************************************************************
094500*    6000-UPDATE-PENDING
094600*    THE NAME'S REPLAY-THROUGH DATE MOVES TO THE LAST GOOD DAY --
094700*    THE END OF THE RANGE WHEN EVERY DAY WENT THROUGH, WHICH ALSO
094800*    MARKS THE NAME REPLAYED.  THE REST OF THE FILE IS WRITTEN
094900*    BACK AS IT WAS READ, AFTER THE FILE AS READ IS SAVED TO
094910*    THE PREVIOUS-IMAGE FILE (6050).
095000******************************************************************
095100       6000-UPDATE-PENDING.
095110           PERFORM 6050-SAVE-PREVIOUS THRU 6050-SAVE-PREVIOUS-EXIT
095200           MOVE PRP-REC(WS-TARGET-IDX) TO PND-DETAIL-REC
095300           IF WS-RUN-FAILED
095400               MOVE WS-LAST-GOOD-DATE-X TO PND-D-REPLAY-THROUGH
095500           ELSE
095600               MOVE WS-THROUGH-DATE-X TO PND-D-REPLAY-THROUGH
095700               MOVE 'R' TO PND-D-STATUS
095800               MOVE WS-AUDIT-DATE TO PND-D-REPLAY-DATE
095900           END-IF
096000           MOVE PND-DETAIL-REC TO PRP-REC(WS-TARGET-IDX)
096100           OPEN OUTPUT PENDING-FILE
096200           IF WS-PENDING-STATUS NOT = '00'
096300               DISPLAY 'PENDING-REPLAY: ERROR OPENING PENDING '
096400                   'FILE FOR OUTPUT, STATUS=' WS-PENDING-STATUS
096500                   ' - RESTORE FROM STATION-PENDING-PREV.TXT'
096600               MOVE 'Y' TO WS-RUN-FAILED-FLAG
096700               GO TO 6000-UPDATE-PENDING-EXIT
096800           END-IF
096900           PERFORM 6100-WRITE-ONE-PENDING-REC THRU
097000               6100-WRITE-ONE-PENDING-REC-EXIT
097100               VARYING PRP-IDX FROM 1 BY 1
097200               UNTIL PRP-IDX > PRP-LAST-IDX
097300           CLOSE PENDING-FILE.
097400       6000-UPDATE-PENDING-EXIT.
097500           EXIT.
097600*
097602******************************************************************
097604*    6050-SAVE-PREVIOUS
097606*    WRITES PRP-TABLE, STILL AS READ, TO THE PREVIOUS-IMAGE FILE.
097608*    BY NOW THE DAYS HAVE BEEN FOLDED INTO HISTORY, SO A COPY
097610*    THAT CANNOT BE TAKEN DOES NOT STOP THE REWRITE -- LEAVING
097612*    THE OLD REPLAY-THROUGH DATE WOULD REPLAY THOSE DAYS TWICE.
097614*    IT IS REPORTED AND THE RUN ENDS RC=16.
097616******************************************************************
097618       6050-SAVE-PREVIOUS.
097620           OPEN OUTPUT PENDING-PREV-FILE
097622           IF WS-PENDING-PREV-STATUS NOT = '00'
097624               DISPLAY 'PENDING-REPLAY: ERROR OPENING PREVIOUS '
097626                   'PENDING FILE, STATUS=' WS-PENDING-PREV-STATUS
097628                   ' - PENDING FILE REWRITTEN WITHOUT A COPY'
097630               MOVE 'Y' TO WS-PREV-FAILED-FLAG
097632               GO TO 6050-SAVE-PREVIOUS-EXIT
097634           END-IF
097636           PERFORM 6060-WRITE-ONE-PREV-REC THRU
097638               6060-WRITE-ONE-PREV-REC-EXIT
097640               VARYING PRP-IDX FROM 1 BY 1
097642               UNTIL PRP-IDX > PRP-LAST-IDX
097644           CLOSE PENDING-PREV-FILE.
097646       6050-SAVE-PREVIOUS-EXIT.
097648           EXIT.
097650*
097652******************************************************************
097654*    6060-WRITE-ONE-PREV-REC
097656******************************************************************
097658       6060-WRITE-ONE-PREV-REC.
097660           MOVE PRP-REC(PRP-IDX) TO PENDING-PREV-REC
097662           WRITE PENDING-PREV-REC.
097664       6060-WRITE-ONE-PREV-REC-EXIT.
097666           EXIT.
097668*
097700******************************************************************
097800*    6100-WRITE-ONE-PENDING-REC
097900******************************************************************
098000       6100-WRITE-ONE-PENDING-REC.
098100           MOVE PRP-REC(PRP-IDX) TO PND-DETAIL-REC
098200           IF PND-HEADER
098300               MOVE WS-AUDIT-DATE TO PND-H-RUN-DATE
098400               MOVE WS-AUDIT-TIME TO PND-H-RUN-TIME
098500               MOVE 'PENDING-REPLAY' TO PND-H-LAST-PROGRAM
098600           END-IF
098700           WRITE PND-DETAIL-REC.
098800       6100-WRITE-ONE-PENDING-REC-EXIT.
098900           EXIT.
099000*
099100******************************************************************
099200*    8000-WRITE-SUMMARY
099300******************************************************************
099400       8000-WRITE-SUMMARY.
099500           MOVE SPACES TO REPLAY-REPORT-LINE
099600           WRITE REPLAY-REPORT-LINE
099700           MOVE WS-DATES-REPLAYED TO WS-COUNT-ED
099800           MOVE WS-LINES-PULLED TO WS-COUNT-ED-2
099900           MOVE SPACES TO REPLAY-REPORT-LINE
100000           STRING 'SUMMARY -- DAYS REPLAYED:   ' DELIMITED BY SIZE
100100               WS-COUNT-ED DELIMITED BY SIZE
100200               '  LINES PULLED: ' DELIMITED BY SIZE
100300               WS-COUNT-ED-2 DELIMITED BY SIZE
100400               INTO REPLAY-REPORT-LINE
100500           END-STRING
100600           WRITE REPLAY-REPORT-LINE
100700           MOVE WS-LINES-FOLDED TO WS-COUNT-ED
100800           MOVE WS-LINES-REJECTED TO WS-COUNT-ED-2
100900           MOVE SPACES TO REPLAY-REPORT-LINE
101000           STRING '           READINGS FOLDED: ' DELIMITED BY SIZE
101100               WS-COUNT-ED DELIMITED BY SIZE
101200               '  REJECTED:     ' DELIMITED BY SIZE
101300               WS-COUNT-ED-2 DELIMITED BY SIZE
101400               INTO REPLAY-REPORT-LINE
101500           END-STRING
101600           WRITE REPLAY-REPORT-LINE
101700           MOVE WS-LINES-EXCEPTED TO WS-COUNT-ED
101800           MOVE SPACES TO REPLAY-REPORT-LINE
101900           STRING '           EXCEPTED AGAIN:  ' DELIMITED BY SIZE
102000               WS-COUNT-ED DELIMITED BY SIZE
102100               INTO REPLAY-REPORT-LINE
102200           END-STRING
102300           WRITE REPLAY-REPORT-LINE
102400           MOVE SPACES TO REPLAY-REPORT-LINE
102500           IF WS-RUN-FAILED
102600               STRING 'REPLAY STOPPED - PENDING RECORD REPLAYED '
102700                       DELIMITED BY SIZE
102800                   'THROUGH ' DELIMITED BY SIZE
102900                   WS-LAST-GOOD-DATE-X DELIMITED BY SIZE
103000                   '; RERUN TO RESUME' DELIMITED BY SIZE
103100                   INTO REPLAY-REPORT-LINE
103200               END-STRING
103300           ELSE
103400               MOVE 'STATION MARKED REPLAYED ON THE PENDING FILE'
103500                   TO REPLAY-REPORT-LINE
103600           END-IF
103700           WRITE REPLAY-REPORT-LINE.
103800       8000-WRITE-SUMMARY-EXIT.
103900           EXIT.
104000*
104100******************************************************************
104200*    9999-EXIT
104300******************************************************************
104400       9999-EXIT.
104500           STOP RUN.
