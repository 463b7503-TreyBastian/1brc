000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. STATION-EPISODES.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  HEAT-WAVE AND COLD-SPELL
001000*               EPISODE TRACKING FOR THE FORECAST DESK: TESTS
001100*               EACH STATION'S DAILY MAX AND MIN ON THE HISTORY
001200*               FILE AGAINST ITS ALERT THRESHOLDS (ATHREC.CPY),
001300*               CARRIES RUNS OF QUALIFYING DAYS FROM NIGHT TO
001400*               NIGHT ON ITS OWN EPISODE FILE (EPSREC.CPY), AND
001500*               REPORTS THE EPISODES THAT STARTED, CONTINUED OR
001600*               ENDED, WITH PEAK AND DURATION.  STARTS AND ENDS
001700*               GO TO A FIXED-LAYOUT EXTRACT FOR THE PAGING
001800*               SYSTEM (ALTREC.CPY), ONCE EACH PER EPISODE.
001810*    2026-10-15 TB  PREVIOUS-IMAGE FILE WRITTEN ONLY WHEN THE
001820*               EPISODE FILE IS ABOUT TO BE REWRITTEN, SO A
001830*               REFUSED RUN NO LONGER OVERLAYS IT.  A DATE WITH
001840*               NO HISTORY RECORDS REFUSES THE RUN (RC=16).
001900******************************************************************
002000*
002100******************************************************************
002200*    THE CONTROL FILE (./EPISODE-CONTROL.TXT) IS ONE LINE
002300*    SEQUENTIAL RECORD, THE SAME POSITIONAL CONVENTION AS THE
002400*    OTHER CONTROL CARDS:
002500*      LINE 1  BUSINESS DATE, YYYYMMDD
002600*    THE EPISODE FILE'S HEADER NAMES THE LAST BUSINESS DATE
002700*    APPLIED.  EVERY DATE AFTER IT UP TO THE BUSINESS DATE IS
002800*    APPLIED IN TURN, SO A NIGHT THAT WAS MISSED IS CAUGHT UP
002900*    RATHER THAN BREAKING EVERY RUN IN PROGRESS; A BUSINESS DATE
003000*    AT OR BEFORE THE HEADER DATE IS REFUSED (RC=8) AND NOTHING
003100*    IS CHANGED, AND ONE MORE THAN WS-MAX-CATCH-UP-DAYS AHEAD OF
003200*    IT IS TREATED AS A BAD CARD.  THE FIRST RUN (NO EPISODE
003300*    FILE) APPLIES THE BUSINESS DATE ALONE.  TO RE-APPLY A DATE,
003400*    PUT ./STATION-EPISODES-PREV.TXT BACK AS THE EPISODE FILE;
003410*    IT IS ONLY WRITTEN WHEN THE EPISODE FILE IS REWRITTEN, SO
003420*    A REFUSED RUN LEAVES THE LAST GOOD BACKOUT IN PLACE.
003500*
003600*    THRESHOLDS: THE STATION'S OWN RECORD, ELSE ITS REGION'S
003700*    (REGION FROM THE STATION MASTER), ELSE REGION '***'.  A
003800*    STATION WITH NONE OF THESE IS NOT MONITORED.  A RUN IS
003900*    ONLY CONTINUED BY CONSECUTIVE DAYS -- A DAY WITH NO HISTORY
004000*    RECORD FOR THE STATION ENDS IT, BECAUSE AN UNREPORTED DAY
004100*    CANNOT BE CALLED PART OF A HEAT WAVE.  A DATE WITH NO
004110*    HISTORY RECORDS AT ALL IS A MISSED LOAD, NOT A NIGHT EVERY
004120*    STATION WENT SILENT, SO IT REFUSES THE RUN (RC=16) BEFORE
004130*    ANY EPISODE IS ENDED OR ANY ALERT WRITTEN.  A RUN BECOMES AN
004200*    EPISODE ON THE DAY IT REACHES THE MINIMUM RUN LENGTH, AND
004300*    THE EPISODE'S START DATE IS THE RUN'S FIRST DAY.  THE PEAK
004400*    IS THE HIGHEST DAILY MAX OF A HEAT WAVE OR THE LOWEST DAILY
004500*    MIN OF A COLD SPELL.
004600*
004700*    THE THRESHOLD FILE AND STATION MASTER ARE BOTH REQUIRED: A
004800*    RUN WITHOUT THEM WOULD END EVERY EPISODE IN PROGRESS AND
004900*    PAGE THE DESK FOR EACH ONE, SO EITHER ONE MISSING STOPS THE
005000*    RUN (RC=16) BEFORE ANYTHING IS WRITTEN.
005100*
005200*    RETURN CODE: 16 SETUP ERROR OR A DATE WITH NO HISTORY;
005210*    8 DATE ALREADY APPLIED,
005300*    HISTORY UNREADABLE, OR HISTORY/THRESHOLD RECORDS SKIPPED;
005400*    4 WHEN ANY ALERT WAS WRITTEN; OTHERWISE 0.
005500******************************************************************
005600       ENVIRONMENT DIVISION.
005700       INPUT-OUTPUT SECTION.
005800       FILE-CONTROL.
005900           SELECT CONTROL-FILE
006000               ASSIGN TO "./episode-control.txt"
006100               ORGANIZATION IS LINE SEQUENTIAL
006200               FILE STATUS IS WS-CONTROL-STATUS.
006300           SELECT MASTER-FILE ASSIGN TO "./station-master.txt"
006400               ORGANIZATION IS LINE SEQUENTIAL
006500               FILE STATUS IS WS-MASTER-STATUS.
006600           SELECT THRESHOLD-FILE
006700               ASSIGN TO "./alert-thresholds.txt"
006800               ORGANIZATION IS LINE SEQUENTIAL
006900               FILE STATUS IS WS-THRESHOLD-STATUS.
007000           SELECT EPISODE-FILE
007100               ASSIGN TO "./station-episodes.txt"
007200               ORGANIZATION IS LINE SEQUENTIAL
007300               FILE STATUS IS WS-EPISODE-STATUS.
007400           SELECT EPISODE-PREV-FILE
007500               ASSIGN TO "./station-episodes-prev.txt"
007600               ORGANIZATION IS LINE SEQUENTIAL
007700               FILE STATUS IS WS-EPISODE-PREV-STATUS.
007800           SELECT HISTORY-FILE
007900               ASSIGN TO "./station-history.dat"
008000               ORGANIZATION IS INDEXED
008100               ACCESS MODE IS DYNAMIC
008200               RECORD KEY IS HST-KEY
008300               FILE STATUS IS WS-HISTORY-STATUS.
008400           SELECT EPISODE-REPORT-FILE
008500               ASSIGN TO "./episode-report.txt"
008600               ORGANIZATION IS LINE SEQUENTIAL
008700               FILE STATUS IS WS-EPISODE-REPORT-STATUS.
008800           SELECT ALERT-FILE
008900               ASSIGN TO "./episode-alerts.txt"
009000               ORGANIZATION IS LINE SEQUENTIAL
009100               FILE STATUS IS WS-ALERT-STATUS.
009200*
009300       DATA DIVISION.
009400       FILE SECTION.
009500       FD  CONTROL-FILE.
009600       01  CONTROL-RECORD              PIC X(10).
009700*
009800       FD  MASTER-FILE.
009900       01  MASTER-REC                  PIC X(225).
010000*
010100       FD  THRESHOLD-FILE.
010200           COPY ATHREC.
010300*
010400       FD  EPISODE-FILE.
010500           COPY EPSREC.
010600*
010700       FD  EPISODE-PREV-FILE.
010800       01  EPISODE-PREV-REC            PIC X(148).
010900*
011000       FD  HISTORY-FILE.
011100           COPY HISTREC.
011200*
011300       FD  EPISODE-REPORT-FILE.
011400       01  EPISODE-REPORT-LINE         PIC X(200).
011500*
011600       FD  ALERT-FILE.
011700           COPY ALTREC.
011800*
011900       WORKING-STORAGE SECTION.
012000       01  STATION-MASTER-REC.
012100           COPY STAMST.
012200*
012300*    EPT-TABLE HOLDS ONE ENTRY PER STATION ON THE MASTER, ON THE
012400*    EPISODE FILE OR REPORTING ON A DATE BEING APPLIED, KEYED BY
012500*    STATION NAME THROUGH THE SAME CHAINED HASH STATTBL.CPY
012600*    USES.  EPT-RUN(1) IS THE HEAT-WAVE RUN AND EPT-RUN(2) THE
012700*    COLD-SPELL RUN; A BLANK EPT-RUN-STATE MEANS NO RUN.
012800       01  EPT-TABLE.
012900           05  EPT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
013000           05  EPT-ENTRY OCCURS 10000 TIMES INDEXED BY EPT-IDX.
013100               10  EPT-NAME            PIC X(100).
013200               10  EPT-REGION          PIC X(03).
013300               10  EPT-LIMIT-SOURCE    PIC X(01).
013400                   88  EPT-NOT-MONITORED VALUE SPACE.
013500                   88  EPT-STATION-LIMITS VALUE 'S'.
013600               10  EPT-HEAT-LIMIT      PIC S9(4)V9(2) COMP-3.
013700               10  EPT-COLD-LIMIT      PIC S9(4)V9(2) COMP-3.
013800               10  EPT-MIN-RUN-DAYS    PIC 9(03) COMP.
013900               10  EPT-REPORTED-FLAG   PIC X(01).
014000                   88  EPT-REPORTED    VALUE 'Y'.
014100               10  EPT-DAY-MAX         PIC S9(4)V9(2) COMP-3.
014200               10  EPT-DAY-MIN         PIC S9(4)V9(2) COMP-3.
014300               10  EPT-RUN OCCURS 2 TIMES.
014400                   15  EPT-RUN-STATE   PIC X(01).
014500                       88  EPT-NO-RUN  VALUE SPACE.
014600                       88  EPT-BUILDING VALUE 'B'.
014700                       88  EPT-IN-EPISODE VALUE 'O'.
014800                   15  EPT-START-DATE  PIC X(08).
014900                   15  EPT-LAST-DATE   PIC X(08).
015000                   15  EPT-DAYS        PIC 9(05) COMP.
015100                   15  EPT-PEAK        PIC S9(4)V9(2) COMP-3.
015200                   15  EPT-PEAK-DATE   PIC X(08).
015300                   15  EPT-ALERTED     PIC X(01).
015400                   15  EPT-ALERT-DATE  PIC X(08).
015500               10  EPT-HASH-NEXT       PIC 9(05) COMP.
015600           05  EPT-HASH-BUCKET OCCURS 2003 TIMES
015700                                       PIC 9(05) COMP.
015800*
015900*    RGT-TABLE HOLDS THE REGION-DEFAULT THRESHOLD RECORDS,
016000*    INCLUDING '***'.  FEW ENOUGH TO SEARCH SERIALLY.
016100       01  RGT-TABLE.
016200           05  RGT-LAST-IDX            PIC 9(03) COMP VALUE ZERO.
016300           05  RGT-ENTRY OCCURS 200 TIMES INDEXED BY RGT-IDX.
016400               10  RGT-CODE            PIC X(03).
016500               10  RGT-HEAT-LIMIT      PIC S9(4)V9(2) COMP-3.
016600               10  RGT-COLD-LIMIT      PIC S9(4)V9(2) COMP-3.
016700               10  RGT-MIN-RUN-DAYS    PIC 9(03) COMP.
016800*
016900*    EVT-TABLE COLLECTS ONE DATE'S EVENTS SO THEY PRINT GROUPED
017000*    HEAT BEFORE COLD, STARTED / CONTINUING / ENDED, AND BY
017100*    STATION NAME WITHIN THAT -- THE SAME TABLE-SORT-THEN-FULL-
017200*    SCAN WALK AS THE OTHER REPORT WRITERS.
017300       01  EVT-TABLE.
017400           05  EVT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
017500           05  EVT-ENTRY OCCURS 20000 TIMES INDEXED BY EVT-IDX.
017600               10  EVT-SORT-KEY.
017700                   15  EVT-RUN-TYPE    PIC 9(01).
017800                   15  EVT-EVENT       PIC 9(01).
017900                       88  EVT-STARTED VALUE 1.
018000                       88  EVT-CONTINUING VALUE 2.
018100                       88  EVT-ENDED   VALUE 3.
018200                   15  EVT-NAME        PIC X(100).
018300               10  EVT-REGION          PIC X(03).
018400               10  EVT-START-DATE      PIC X(08).
018500               10  EVT-END-DATE        PIC X(08).
018600               10  EVT-DAYS            PIC 9(05) COMP.
018700               10  EVT-PEAK            PIC S9(4)V9(2) COMP-3.
018800               10  EVT-PEAK-DATE       PIC X(08).
018900               10  EVT-LIMIT           PIC S9(4)V9(2) COMP-3.
019000               10  EVT-PAGED-FLAG      PIC X(01).
019100                   88  EVT-PAGED       VALUE 'Y'.
019200*
019300*    PER-DATE AND RUN TOTALS BY RUN TYPE: (1) HEAT, (2) COLD.
019400       01  EPISODE-COUNTS.
019500           05  EPC-TYPE OCCURS 2 TIMES.
019600               10  EPC-DAY-STARTED     PIC 9(05) COMP.
019700               10  EPC-DAY-CONTINUING  PIC 9(05) COMP.
019800               10  EPC-DAY-ENDED       PIC 9(05) COMP.
019900               10  EPC-RUN-STARTED     PIC 9(07) COMP.
020000               10  EPC-RUN-ENDED       PIC 9(07) COMP.
020100               10  EPC-OPEN-AT-END     PIC 9(05) COMP.
020200*
020300       01  EPR-DETAIL-REC.
020400           05  EPR-EVENT               PIC X(10).
020500           05  FILLER                  PIC X(02) VALUE SPACES.
020600           05  EPR-TYPE                PIC X(04).
020700           05  FILLER                  PIC X(02) VALUE SPACES.
020800           05  EPR-STATION             PIC X(100).
020900           05  EPR-REGION              PIC X(03).
021000           05  FILLER                  PIC X(02) VALUE SPACES.
021100           05  EPR-START-DATE          PIC X(08).
021200           05  FILLER                  PIC X(02) VALUE SPACES.
021300           05  EPR-END-DATE            PIC X(08).
021400           05  FILLER                  PIC X(02) VALUE SPACES.
021500           05  EPR-DAYS                PIC ZZZZ9.
021600           05  FILLER                  PIC X(02) VALUE SPACES.
021700           05  EPR-PEAK                PIC -(4)9.99.
021800           05  FILLER                  PIC X(02) VALUE SPACES.
021900           05  EPR-PEAK-DATE           PIC X(08).
022000           05  FILLER                  PIC X(02) VALUE SPACES.
022100           05  EPR-LIMIT               PIC -(4)9.99.
022200           05  FILLER                  PIC X(02) VALUE SPACES.
022300           05  EPR-PAGED               PIC X(05).
022400*
022500       77  WS-EP-LOOKUP-NAME           PIC X(100).
022600       77  WS-EP-NAME-BYTES REDEFINES WS-EP-LOOKUP-NAME
022700                                       PIC X(01) OCCURS 100 TIMES.
022800       77  WS-EP-HASH-SUM              PIC 9(10) COMP.
022900       77  WS-EP-HASH-QUOT             PIC 9(10) COMP.
023000       77  WS-EP-HASH-REM              PIC 9(05) COMP.
023100       77  WS-EP-HASH-BUCKET-COUNT     PIC 9(05) COMP VALUE 2003.
023200       77  WS-EP-BUCKET                PIC 9(05) COMP.
023300       77  WS-EP-CHAR-IDX              PIC 9(03) COMP.
023400       77  WS-EPT-CHAIN-IDX            PIC 9(05) COMP.
023500       77  WS-EPT-FOUND-IDX            PIC 9(05) COMP.
023600       77  WS-RUN-IDX                  PIC 9(01) COMP.
023700       77  WS-MAX-EP-STATIONS          PIC 9(05) COMP VALUE 10000.
023800       77  WS-MAX-CATCH-UP-DAYS        PIC 9(03) COMP VALUE 31.
023900*
024000       77  WS-CONTROL-STATUS           PIC X(02).
024100       77  WS-MASTER-STATUS            PIC X(02).
024200       77  WS-THRESHOLD-STATUS         PIC X(02).
024300       77  WS-EPISODE-STATUS           PIC X(02).
024400       77  WS-EPISODE-PREV-STATUS      PIC X(02).
024500       77  WS-HISTORY-STATUS           PIC X(02).
024600       77  WS-EPISODE-REPORT-STATUS    PIC X(02).
024700       77  WS-ALERT-STATUS             PIC X(02).
024800       77  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
024900           88  WS-MASTER-EOF           VALUE 'Y'.
025000       77  WS-THRESHOLD-EOF-FLAG       PIC X(01) VALUE SPACE.
025100           88  WS-THRESHOLD-EOF        VALUE 'Y'.
025200       77  WS-EPISODE-EOF-FLAG         PIC X(01) VALUE SPACE.
025300           88  WS-EPISODE-EOF          VALUE 'Y'.
025400       77  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
025500           88  WS-HIST-EOF             VALUE 'Y'.
025600       77  WS-EPISODE-FILE-FLAG        PIC X(01) VALUE 'N'.
025700           88  WS-EPISODE-FILE-FOUND   VALUE 'Y'.
025800       77  WS-DAY-HOLDS-FLAG           PIC X(01) VALUE 'N'.
025900           88  WS-DAY-HOLDS            VALUE 'Y'.
026000       77  WS-EVENT-ADDED-FLAG         PIC X(01) VALUE 'N'.
026100           88  WS-EVENT-ADDED          VALUE 'Y'.
026110       77  WS-NO-HISTORY-FLAG          PIC X(01) VALUE 'N'.
026120           88  WS-NO-HISTORY           VALUE 'Y'.
026130       77  WS-PREV-EOF-FLAG            PIC X(01) VALUE SPACE.
026140           88  WS-PREV-EOF             VALUE 'Y'.
026200*
026300       77  WS-BUSINESS-DATE            PIC 9(08).
026400       77  WS-BUSINESS-DATE-X          PIC X(08).
026500       77  WS-THROUGH-DATE-X           PIC X(08) VALUE SPACES.
026600       77  WS-FIRST-DATE               PIC 9(08).
026700       77  WS-FIRST-DATE-X             PIC X(08).
026800       77  WS-APPLY-DATE               PIC 9(08).
026900       77  WS-APPLY-DATE-X             PIC X(08).
027000       77  WS-PRIOR-DATE               PIC 9(08).
027100       77  WS-PRIOR-DATE-X             PIC X(08).
027200       77  WS-APPLY-INT                PIC 9(08) COMP.
027300       77  WS-BUSINESS-INT             PIC 9(08) COMP.
027400       77  WS-CATCH-UP-DAYS            PIC S9(08) COMP.
027500       77  WS-RUN-DATE                 PIC X(08).
027600       77  WS-RUN-TIME                 PIC X(08).
027700       77  WS-PRIOR-RUN-COUNT          PIC 9(07) VALUE ZERO.
027800       77  WS-DAY-VALUE                PIC S9(4)V9(2) COMP-3.
027900       77  WS-DAY-LIMIT                PIC S9(4)V9(2) COMP-3.
028000*
028100       77  WS-DAYS-APPLIED             PIC 9(05) COMP VALUE ZERO.
028200       77  WS-THRESHOLDS-LOADED        PIC 9(05) COMP VALUE ZERO.
028300       77  WS-THRESHOLDS-REJECTED      PIC 9(05) COMP VALUE ZERO.
028400       77  WS-EPISODES-READ            PIC 9(07) COMP VALUE ZERO.
028500       77  WS-EPISODES-WRITTEN         PIC 9(07) COMP VALUE ZERO.
028600       77  WS-RECORDS-READ             PIC 9(10) COMP VALUE ZERO.
028700       77  WS-RECORDS-SKIPPED          PIC 9(10) COMP VALUE ZERO.
028800       77  WS-UNMONITORED-DAYS         PIC 9(07) COMP VALUE ZERO.
028900       77  WS-ALERTS-NEW               PIC 9(07) COMP VALUE ZERO.
029000       77  WS-ALERTS-ENDED             PIC 9(07) COMP VALUE ZERO.
029100       77  WS-ALERTS-WRITTEN           PIC 9(07) COMP VALUE ZERO.
029200       77  WS-COUNT-ED                 PIC Z(9)9.
029300       77  WS-COUNT-ED-2               PIC Z(9)9.
029400       77  WS-COUNT-ED-3               PIC Z(9)9.
029500       77  WS-DAYS-ED                  PIC ZZ9.
029600*
029700       PROCEDURE DIVISION.
029800******************************************************************
029900*    0000-MAINLINE
030000******************************************************************
030100       0000-MAINLINE.
030200           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
030300           PERFORM 2000-READ-CONTROL-CARD THRU
030400               2000-READ-CONTROL-CARD-EXIT
030500           PERFORM 3000-LOAD-STATION-MASTER THRU
030600               3000-LOAD-STATION-MASTER-EXIT
030700           PERFORM 3200-LOAD-THRESHOLDS THRU
030800               3200-LOAD-THRESHOLDS-EXIT
030900           PERFORM 3500-LOAD-EPISODES THRU 3500-LOAD-EPISODES-EXIT
031000           PERFORM 3700-SET-DATE-RANGE THRU
031100               3700-SET-DATE-RANGE-EXIT
031200           PERFORM 4000-APPLY-DATES THRU 4000-APPLY-DATES-EXIT
031300           PERFORM 7000-WRITE-EPISODE-FILE THRU
031400               7000-WRITE-EPISODE-FILE-EXIT
031500           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
031600           CLOSE EPISODE-REPORT-FILE
031700           IF WS-ALERTS-WRITTEN NOT = ZERO
031800               MOVE 4 TO RETURN-CODE
031900           END-IF
032000*    A SKIPPED HISTORY RECORD COULD HAVE BROKEN A RUN THAT WAS
032100*    REALLY STILL GOING, AND A REJECTED THRESHOLD RECORD LEAVES
032200*    STATIONS ON THE WRONG LIMITS -- EITHER OUTRANKS THE ALERTS.
032300           IF WS-RECORDS-SKIPPED NOT = ZERO OR
032400               WS-THRESHOLDS-REJECTED NOT = ZERO
032500               MOVE 8 TO RETURN-CODE
032600           END-IF
032700           GO TO 9999-EXIT.
032800*
032900******************************************************************
033000*    1000-INITIALIZE
033100******************************************************************
033200       1000-INITIALIZE.
033300           INITIALIZE EPT-TABLE
033400           INITIALIZE RGT-TABLE
033500           INITIALIZE EPISODE-COUNTS
033600           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033700           ACCEPT WS-RUN-TIME FROM TIME
033800           OPEN OUTPUT EPISODE-REPORT-FILE
033900           IF WS-EPISODE-REPORT-STATUS NOT = '00'
034000               DISPLAY 'STATION-EPISODES: ERROR OPENING REPORT, '
034100                   'STATUS=' WS-EPISODE-REPORT-STATUS
034200               MOVE 16 TO RETURN-CODE
034300               GO TO 9999-EXIT
034400           END-IF
034500           MOVE SPACES TO EPISODE-REPORT-LINE
034600           STRING 'HEAT-WAVE / COLD-SPELL EPISODE REPORT'
034700                   DELIMITED BY SIZE
034800               '          RUN DATE: ' DELIMITED BY SIZE
034900               WS-RUN-DATE DELIMITED BY SIZE
035000               INTO EPISODE-REPORT-LINE
035100           END-STRING
035200           WRITE EPISODE-REPORT-LINE.
035300       1000-INITIALIZE-EXIT.
035400           EXIT.
035500*
035600******************************************************************
035700*    2000-READ-CONTROL-CARD
035800*    A GARBAGE BUSINESS DATE IS A SETUP ERROR AND STOPS THE
035900*    RUN, THE SAME POSTURE AS NORMALS-ANOMALY.
036000******************************************************************
036100       2000-READ-CONTROL-CARD.
036200           OPEN INPUT CONTROL-FILE
036300           IF WS-CONTROL-STATUS NOT = '00'
036400               DISPLAY 'STATION-EPISODES: ERROR OPENING CONTROL '
036500                   'FILE, STATUS=' WS-CONTROL-STATUS
036600               MOVE 16 TO RETURN-CODE
036700               CLOSE EPISODE-REPORT-FILE
036800               GO TO 9999-EXIT
036900           END-IF
037000           MOVE SPACES TO WS-BUSINESS-DATE-X
037100           READ CONTROL-FILE INTO WS-BUSINESS-DATE-X
037200           CLOSE CONTROL-FILE
037300           IF WS-BUSINESS-DATE-X IS NOT NUMERIC
037400               DISPLAY 'STATION-EPISODES: INVALID BUSINESS DATE '
037500                   'ON CONTROL FILE'
037600               MOVE 16 TO RETURN-CODE
037700               CLOSE EPISODE-REPORT-FILE
037800               GO TO 9999-EXIT
037900           END-IF
038000           MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
038100           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
038200               NOT = 0
038300               DISPLAY 'STATION-EPISODES: INVALID BUSINESS DATE '
038400                   'ON CONTROL FILE'
038500               MOVE 16 TO RETURN-CODE
038600               CLOSE EPISODE-REPORT-FILE
038700               GO TO 9999-EXIT
038800           END-IF
038900           COMPUTE WS-BUSINESS-INT =
039000               FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).
039100       2000-READ-CONTROL-CARD-EXIT.
039200           EXIT.
039300*
039400******************************************************************
039500*    3000-LOAD-STATION-MASTER
039600*    EVERY MASTER STATION GETS AN ENTRY CARRYING ITS REGION;
039700*    THRESHOLDS ARE RESOLVED ONTO THE ENTRIES ONCE THE
039800*    THRESHOLD FILE IS LOADED (SEE 3400).
039900******************************************************************
040000       3000-LOAD-STATION-MASTER.
040100           OPEN INPUT MASTER-FILE
040200           IF WS-MASTER-STATUS NOT = '00'
040300               DISPLAY 'STATION-EPISODES: ERROR OPENING STATION '
040400                   'MASTER, STATUS=' WS-MASTER-STATUS
040500               MOVE 16 TO RETURN-CODE
040600               CLOSE EPISODE-REPORT-FILE
040700               GO TO 9999-EXIT
040800           END-IF
040900           MOVE SPACE TO WS-MASTER-EOF-FLAG
041000           PERFORM 3100-READ-ONE-MASTER THRU
041100               3100-READ-ONE-MASTER-EXIT
041200               UNTIL WS-MASTER-EOF
041300           CLOSE MASTER-FILE.
041400       3000-LOAD-STATION-MASTER-EXIT.
041500           EXIT.
041600*
041700******************************************************************
041800*    3100-READ-ONE-MASTER
041900******************************************************************
042000       3100-READ-ONE-MASTER.
042100           READ MASTER-FILE INTO STATION-MASTER-REC
042200               AT END
042300                   SET WS-MASTER-EOF TO TRUE
042400                   GO TO 3100-READ-ONE-MASTER-EXIT
042500           END-READ
042600           IF STM-STATION-NAME = SPACES
042700               GO TO 3100-READ-ONE-MASTER-EXIT
042800           END-IF
042900           MOVE STM-STATION-NAME TO WS-EP-LOOKUP-NAME
043000           PERFORM 6000-LOOKUP-OR-INSERT THRU
043100               6000-LOOKUP-OR-INSERT-EXIT
043200           IF WS-EPT-FOUND-IDX = ZERO
043300               DISPLAY 'STATION-EPISODES: STATION TABLE FULL - '
043400                   'MASTER RECORD DROPPED'
043500               GO TO 3100-READ-ONE-MASTER-EXIT
043600           END-IF
043700           MOVE STM-REGION-CODE TO EPT-REGION(WS-EPT-FOUND-IDX).
043800       3100-READ-ONE-MASTER-EXIT.
043900           EXIT.
044000*
044100******************************************************************
044200*    3200-LOAD-THRESHOLDS
044300*    STATION RECORDS GO STRAIGHT ONTO THE STATION'S ENTRY (A
044400*    STATION NOT ON THE MASTER STILL GETS ONE, UNDER REGION
044500*    '???', SO ITS LIMITS HOLD IF IT REPORTS); REGION RECORDS
044600*    GO TO RGT-TABLE AND ARE RESOLVED ONTO THE REMAINING
044700*    STATIONS AFTERWARDS.  A BAD RECORD IS LISTED AND SKIPPED.
044800******************************************************************
044900       3200-LOAD-THRESHOLDS.
045000           OPEN INPUT THRESHOLD-FILE
045100           IF WS-THRESHOLD-STATUS NOT = '00'
045200               DISPLAY 'STATION-EPISODES: ERROR OPENING ALERT '
045300                   'THRESHOLD FILE, STATUS=' WS-THRESHOLD-STATUS
045400               MOVE 16 TO RETURN-CODE
045500               CLOSE EPISODE-REPORT-FILE
045600               GO TO 9999-EXIT
045700           END-IF
045800           MOVE SPACE TO WS-THRESHOLD-EOF-FLAG
045900           PERFORM 3300-READ-ONE-THRESHOLD THRU
046000               3300-READ-ONE-THRESHOLD-EXIT
046100               UNTIL WS-THRESHOLD-EOF
046200           CLOSE THRESHOLD-FILE
046300           PERFORM 3400-RESOLVE-REGION-LIMITS THRU
046400               3400-RESOLVE-REGION-LIMITS-EXIT
046500               VARYING EPT-IDX FROM 1 BY 1
046600               UNTIL EPT-IDX > EPT-LAST-IDX.
046700       3200-LOAD-THRESHOLDS-EXIT.
046800           EXIT.
046900*
047000******************************************************************
047100*    3300-READ-ONE-THRESHOLD
047200******************************************************************
047300       3300-READ-ONE-THRESHOLD.
047400           READ THRESHOLD-FILE
047500               AT END
047600                   SET WS-THRESHOLD-EOF TO TRUE
047700                   GO TO 3300-READ-ONE-THRESHOLD-EXIT
047800           END-READ
047900           IF ATH-RECORD = SPACES
048000               GO TO 3300-READ-ONE-THRESHOLD-EXIT
048100           END-IF
048200           IF (NOT ATH-STATION-KEY AND NOT ATH-REGION-KEY) OR
048300               ATH-KEY = SPACES OR
048400               ATH-HEAT-LIMIT IS NOT NUMERIC OR
048500               ATH-COLD-LIMIT IS NOT NUMERIC OR
048600               ATH-MIN-RUN-DAYS IS NOT NUMERIC
048700               PERFORM 3350-REJECT-THRESHOLD THRU
048800                   3350-REJECT-THRESHOLD-EXIT
048900               GO TO 3300-READ-ONE-THRESHOLD-EXIT
049000           END-IF
049100           IF ATH-MIN-RUN-DAYS = ZERO OR
049200               ATH-HEAT-LIMIT NOT > ATH-COLD-LIMIT
049300               PERFORM 3350-REJECT-THRESHOLD THRU
049400                   3350-REJECT-THRESHOLD-EXIT
049500               GO TO 3300-READ-ONE-THRESHOLD-EXIT
049600           END-IF
049700           IF ATH-REGION-KEY
049800               IF RGT-LAST-IDX NOT < 200
049900                   PERFORM 3350-REJECT-THRESHOLD THRU
050000                       3350-REJECT-THRESHOLD-EXIT
050100                   GO TO 3300-READ-ONE-THRESHOLD-EXIT
050200               END-IF
050300               ADD 1 TO RGT-LAST-IDX
050400               SET RGT-IDX TO RGT-LAST-IDX
050500               MOVE ATH-KEY(1:3) TO RGT-CODE(RGT-IDX)
050600               MOVE ATH-HEAT-LIMIT TO RGT-HEAT-LIMIT(RGT-IDX)
050700               MOVE ATH-COLD-LIMIT TO RGT-COLD-LIMIT(RGT-IDX)
050800               MOVE ATH-MIN-RUN-DAYS TO RGT-MIN-RUN-DAYS(RGT-IDX)
050900               ADD 1 TO WS-THRESHOLDS-LOADED
051000               GO TO 3300-READ-ONE-THRESHOLD-EXIT
051100           END-IF
051200           MOVE ATH-KEY TO WS-EP-LOOKUP-NAME
051300           PERFORM 6000-LOOKUP-OR-INSERT THRU
051400               6000-LOOKUP-OR-INSERT-EXIT
051500           IF WS-EPT-FOUND-IDX = ZERO
051600               PERFORM 3350-REJECT-THRESHOLD THRU
051700                   3350-REJECT-THRESHOLD-EXIT
051800               GO TO 3300-READ-ONE-THRESHOLD-EXIT
051900           END-IF
052000           MOVE 'S' TO EPT-LIMIT-SOURCE(WS-EPT-FOUND-IDX)
052100           MOVE ATH-HEAT-LIMIT TO EPT-HEAT-LIMIT(WS-EPT-FOUND-IDX)
052200           MOVE ATH-COLD-LIMIT TO EPT-COLD-LIMIT(WS-EPT-FOUND-IDX)
052300           MOVE ATH-MIN-RUN-DAYS TO
052400               EPT-MIN-RUN-DAYS(WS-EPT-FOUND-IDX)
052500           ADD 1 TO WS-THRESHOLDS-LOADED.
052600       3300-READ-ONE-THRESHOLD-EXIT.
052700           EXIT.
052800*
052900******************************************************************
053000*    3350-REJECT-THRESHOLD
053100******************************************************************
053200       3350-REJECT-THRESHOLD.
053300           ADD 1 TO WS-THRESHOLDS-REJECTED
053400           MOVE SPACES TO EPISODE-REPORT-LINE
053500           STRING 'THRESHOLD RECORD REJECTED: ' DELIMITED BY SIZE
053600               ATH-KEY-TYPE DELIMITED BY SIZE
053700               ' ' DELIMITED BY SIZE
053800               FUNCTION TRIM(ATH-KEY TRAILING) DELIMITED BY SIZE
053900               INTO EPISODE-REPORT-LINE
054000           END-STRING
054100           WRITE EPISODE-REPORT-LINE.
054200       3350-REJECT-THRESHOLD-EXIT.
054300           EXIT.
054400*
054500******************************************************************
054600*    3400-RESOLVE-REGION-LIMITS
054700*    A STATION WITHOUT ITS OWN LIMITS TAKES ITS REGION'S, ELSE
054800*    THE '***' DEFAULT, ELSE IS LEFT UNMONITORED.
054900******************************************************************
055000       3400-RESOLVE-REGION-LIMITS.
055100           IF EPT-STATION-LIMITS(EPT-IDX)
055200               GO TO 3400-RESOLVE-REGION-LIMITS-EXIT
055300           END-IF
055400           SET RGT-IDX TO 1
055500           SEARCH RGT-ENTRY
055600               AT END
055700                   SET RGT-IDX TO 1
055800                   SEARCH RGT-ENTRY
055900                       AT END
056000                           GO TO 3400-RESOLVE-REGION-LIMITS-EXIT
056100                       WHEN RGT-IDX > RGT-LAST-IDX
056200                           GO TO 3400-RESOLVE-REGION-LIMITS-EXIT
056300                       WHEN RGT-CODE(RGT-IDX) = '***'
056400                           CONTINUE
056500                   END-SEARCH
056600               WHEN RGT-IDX > RGT-LAST-IDX
056700                   SET RGT-IDX TO 1
056800                   SEARCH RGT-ENTRY
056900                       AT END
057000                           GO TO 3400-RESOLVE-REGION-LIMITS-EXIT
057100                       WHEN RGT-IDX > RGT-LAST-IDX
057200                           GO TO 3400-RESOLVE-REGION-LIMITS-EXIT
057300                       WHEN RGT-CODE(RGT-IDX) = '***'
057400                           CONTINUE
057500                   END-SEARCH
057600               WHEN RGT-CODE(RGT-IDX) = EPT-REGION(EPT-IDX)
057700                   CONTINUE
057800           END-SEARCH
057900           MOVE 'R' TO EPT-LIMIT-SOURCE(EPT-IDX)
058000           MOVE RGT-HEAT-LIMIT(RGT-IDX) TO EPT-HEAT-LIMIT(EPT-IDX)
058100           MOVE RGT-COLD-LIMIT(RGT-IDX) TO EPT-COLD-LIMIT(EPT-IDX)
058200           MOVE RGT-MIN-RUN-DAYS(RGT-IDX) TO
058300               EPT-MIN-RUN-DAYS(EPT-IDX).
058400       3400-RESOLVE-REGION-LIMITS-EXIT.
058500           EXIT.
058600*
058700******************************************************************
058800*    3500-LOAD-EPISODES
058900*    NO EPISODE FILE MEANS THE FIRST RUN.  THE PREVIOUS-IMAGE
059000*    COPY IS TAKEN LATER, IN 7050, ONLY ONCE THE FILE IS SURE
059100*    TO BE REWRITTEN.
059200******************************************************************
059300       3500-LOAD-EPISODES.
059400           OPEN INPUT EPISODE-FILE
059500           IF WS-EPISODE-STATUS NOT = '00'
059600               DISPLAY 'STATION-EPISODES: NO EPISODE FILE, '
059700                   'STATUS=' WS-EPISODE-STATUS ' - FIRST RUN'
059800               GO TO 3500-LOAD-EPISODES-EXIT
059900           END-IF
060000           MOVE 'Y' TO WS-EPISODE-FILE-FLAG
061000           MOVE SPACE TO WS-EPISODE-EOF-FLAG
061100           PERFORM 3600-READ-ONE-EPISODE THRU
061200               3600-READ-ONE-EPISODE-EXIT
061300               UNTIL WS-EPISODE-EOF
061400           CLOSE EPISODE-FILE.
061600       3500-LOAD-EPISODES-EXIT.
061700           EXIT.
061800*
061900******************************************************************
062000*    3600-READ-ONE-EPISODE
062100******************************************************************
062200       3600-READ-ONE-EPISODE.
062300           READ EPISODE-FILE
062400               AT END
062500                   SET WS-EPISODE-EOF TO TRUE
062600                   GO TO 3600-READ-ONE-EPISODE-EXIT
062700           END-READ
063000           IF EPS-HEADER
063100               MOVE EPS-H-THROUGH-DATE TO WS-THROUGH-DATE-X
063200               IF EPS-H-RUN-COUNT IS NUMERIC
063300                   MOVE EPS-H-RUN-COUNT TO WS-PRIOR-RUN-COUNT
063400               END-IF
063500               GO TO 3600-READ-ONE-EPISODE-EXIT
063600           END-IF
063700           IF NOT EPS-DETAIL OR
063800               (NOT EPS-D-HEAT AND NOT EPS-D-COLD) OR
063900               (NOT EPS-D-BUILDING AND NOT EPS-D-OPEN) OR
064000               EPS-D-DAYS IS NOT NUMERIC OR
064100               EPS-D-PEAK IS NOT NUMERIC
064200               DISPLAY 'STATION-EPISODES: DAMAGED EPISODE RECORD '
064300                   'SKIPPED - ' EPS-D-STATION-NAME(1:40)
064400               ADD 1 TO WS-RECORDS-SKIPPED
064500               GO TO 3600-READ-ONE-EPISODE-EXIT
064600           END-IF
064700           MOVE EPS-D-STATION-NAME TO WS-EP-LOOKUP-NAME
064800           PERFORM 6000-LOOKUP-OR-INSERT THRU
064900               6000-LOOKUP-OR-INSERT-EXIT
065000           IF WS-EPT-FOUND-IDX = ZERO
065100               ADD 1 TO WS-RECORDS-SKIPPED
065200               GO TO 3600-READ-ONE-EPISODE-EXIT
065300           END-IF
065400           ADD 1 TO WS-EPISODES-READ
065500           IF EPS-D-HEAT
065600               MOVE 1 TO WS-RUN-IDX
065700           ELSE
065800               MOVE 2 TO WS-RUN-IDX
065900           END-IF
066000           MOVE EPS-D-STATE TO
066100               EPT-RUN-STATE(WS-EPT-FOUND-IDX, WS-RUN-IDX)
066200           MOVE EPS-D-START-DATE TO
066300               EPT-START-DATE(WS-EPT-FOUND-IDX, WS-RUN-IDX)
066400           MOVE EPS-D-LAST-DATE TO
066500               EPT-LAST-DATE(WS-EPT-FOUND-IDX, WS-RUN-IDX)
066600           MOVE EPS-D-DAYS TO
066700               EPT-DAYS(WS-EPT-FOUND-IDX, WS-RUN-IDX)
066800           MOVE EPS-D-PEAK TO
066900               EPT-PEAK(WS-EPT-FOUND-IDX, WS-RUN-IDX)
067000           MOVE EPS-D-PEAK-DATE TO
067100               EPT-PEAK-DATE(WS-EPT-FOUND-IDX, WS-RUN-IDX)
067200           MOVE EPS-D-ALERTED TO
067300               EPT-ALERTED(WS-EPT-FOUND-IDX, WS-RUN-IDX)
067400           MOVE EPS-D-ALERT-DATE TO
067500               EPT-ALERT-DATE(WS-EPT-FOUND-IDX, WS-RUN-IDX).
067600       3600-READ-ONE-EPISODE-EXIT.
067700           EXIT.
067800*
067900******************************************************************
068000*    3700-SET-DATE-RANGE
068100*    THE DATES TO APPLY RUN FROM THE DAY AFTER THE EPISODE
068200*    FILE'S HEADER DATE THROUGH THE BUSINESS DATE (SEE THE
068300*    PROGRAM BANNER).  THE REFUSALS HERE LEAVE THE EPISODE FILE
068400*    AND THE ALERT EXTRACT UNTOUCHED.
068500******************************************************************
068600       3700-SET-DATE-RANGE.
068700           MOVE WS-BUSINESS-DATE TO WS-FIRST-DATE
068800           IF WS-EPISODE-FILE-FOUND AND
068900               WS-THROUGH-DATE-X IS NUMERIC
069000               MOVE WS-THROUGH-DATE-X TO WS-APPLY-DATE
069100               COMPUTE WS-APPLY-INT =
069200                   FUNCTION INTEGER-OF-DATE(WS-APPLY-DATE)
069300               COMPUTE WS-CATCH-UP-DAYS =
069400                   WS-BUSINESS-INT - WS-APPLY-INT
069500               IF WS-CATCH-UP-DAYS NOT > ZERO
069600                   DISPLAY 'STATION-EPISODES: EPISODE FILE '
069700                       'ALREADY APPLIED THROUGH '
069800                       WS-THROUGH-DATE-X
069900                       ' - NOTHING CHANGED'
070000                   MOVE SPACES TO EPISODE-REPORT-LINE
070100                   STRING 'BUSINESS DATE ' DELIMITED BY SIZE
070200                       WS-BUSINESS-DATE-X DELIMITED BY SIZE
070300                       ' REFUSED -- EPISODE FILE ALREADY APPLIED '
070400                           DELIMITED BY SIZE
070500                       'THROUGH ' DELIMITED BY SIZE
070600                       WS-THROUGH-DATE-X DELIMITED BY SIZE
070700                       INTO EPISODE-REPORT-LINE
070800                   END-STRING
070900                   WRITE EPISODE-REPORT-LINE
071000                   MOVE 8 TO RETURN-CODE
071100                   CLOSE EPISODE-REPORT-FILE
071200                   GO TO 9999-EXIT
071300               END-IF
071400               IF WS-CATCH-UP-DAYS > WS-MAX-CATCH-UP-DAYS
071500                   MOVE WS-MAX-CATCH-UP-DAYS TO WS-DAYS-ED
071600                   DISPLAY 'STATION-EPISODES: BUSINESS DATE MORE '
071700                       'THAN ' WS-DAYS-ED ' DAYS PAST THE '
071800                       'EPISODE FILE (' WS-THROUGH-DATE-X ')'
071900                   MOVE 16 TO RETURN-CODE
072000                   CLOSE EPISODE-REPORT-FILE
072100                   GO TO 9999-EXIT
072200               END-IF
072300               COMPUTE WS-FIRST-DATE = FUNCTION DATE-OF-INTEGER
072400                   (WS-APPLY-INT + 1)
072500           END-IF
072600           MOVE WS-FIRST-DATE TO WS-FIRST-DATE-X
072700           MOVE SPACES TO EPISODE-REPORT-LINE
072800           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
072900               WS-BUSINESS-DATE-X DELIMITED BY SIZE
073000               '   DATES APPLIED: ' DELIMITED BY SIZE
073100               WS-FIRST-DATE-X DELIMITED BY SIZE
073200               ' THROUGH ' DELIMITED BY SIZE
073300               WS-BUSINESS-DATE-X DELIMITED BY SIZE
073400               INTO EPISODE-REPORT-LINE
073500           END-STRING
073600           WRITE EPISODE-REPORT-LINE.
073700       3700-SET-DATE-RANGE-EXIT.
073800           EXIT.
073900*
074000******************************************************************
074100*    4000-APPLY-DATES
074200*    THE ALERT EXTRACT IS ONLY OPENED ONCE THE RUN IS SURE TO
074300*    GO AHEAD, SO A REFUSED RUN LEAVES THE LAST ONE IN PLACE
074400*    FOR THE PAGING SYSTEM.  A HISTORY FILE THAT CANNOT BE
074500*    OPENED STOPS THE RUN HERE FOR THE SAME REASON THE
074600*    THRESHOLD FILE DOES, AND SO DOES A DATE IN THE RANGE WITH
074610*    NO HISTORY RECORDS (4050), CHECKED FOR EVERY DATE BEFORE
074620*    THE FIRST ONE IS APPLIED.
074700******************************************************************
074800       4000-APPLY-DATES.
074900           OPEN INPUT HISTORY-FILE
075000           IF WS-HISTORY-STATUS NOT = '00'
075100               DISPLAY 'STATION-EPISODES: ERROR OPENING HISTORY '
075200                   'FILE, STATUS=' WS-HISTORY-STATUS
075300               MOVE SPACES TO EPISODE-REPORT-LINE
075400               STRING 'HISTORY FILE NOT READ, STATUS='
075500                       DELIMITED BY SIZE
075600                   WS-HISTORY-STATUS DELIMITED BY SIZE
075700                   ' -- EPISODE FILE NOT CHANGED'
075800                       DELIMITED BY SIZE
075900                   INTO EPISODE-REPORT-LINE
076000               END-STRING
076100               WRITE EPISODE-REPORT-LINE
076200               MOVE 8 TO RETURN-CODE
076300               CLOSE EPISODE-REPORT-FILE
076400               GO TO 9999-EXIT
076500           END-IF
076510           MOVE 'N' TO WS-NO-HISTORY-FLAG
076520           MOVE WS-FIRST-DATE TO WS-APPLY-DATE
076530           COMPUTE WS-APPLY-INT =
076540               FUNCTION INTEGER-OF-DATE(WS-APPLY-DATE)
076550           PERFORM 4050-CHECK-ONE-DATE THRU
076560               4050-CHECK-ONE-DATE-EXIT
076570               UNTIL WS-APPLY-INT > WS-BUSINESS-INT OR
076580                   WS-NO-HISTORY
076590           IF WS-NO-HISTORY
076591               DISPLAY 'STATION-EPISODES: NO HISTORY RECORDS FOR '
076592                   WS-APPLY-DATE-X ' - NOTHING CHANGED'
076593               MOVE SPACES TO EPISODE-REPORT-LINE
076594               STRING 'NO HISTORY RECORDS FOR ' DELIMITED BY SIZE
076595                   WS-APPLY-DATE-X DELIMITED BY SIZE
076596                   ' -- EPISODE FILE NOT CHANGED'
076597                       DELIMITED BY SIZE
076598                   INTO EPISODE-REPORT-LINE
076599               END-STRING
076600               WRITE EPISODE-REPORT-LINE
076610               MOVE 16 TO RETURN-CODE
076620               CLOSE HISTORY-FILE
076630               CLOSE EPISODE-REPORT-FILE
076640               GO TO 9999-EXIT
076650           END-IF
076660           OPEN OUTPUT ALERT-FILE
076700           IF WS-ALERT-STATUS NOT = '00'
076800               DISPLAY 'STATION-EPISODES: ERROR OPENING ALERT '
076900                   'EXTRACT, STATUS=' WS-ALERT-STATUS
077000               MOVE 16 TO RETURN-CODE
077100               CLOSE HISTORY-FILE
077200               CLOSE EPISODE-REPORT-FILE
077300               GO TO 9999-EXIT
077400           END-IF
077500           MOVE SPACES TO ALT-HEADER-REC
077600           MOVE 'H' TO ALT-H-REC-TYPE
077700           MOVE WS-RUN-DATE TO ALT-H-EXTRACT-DATE
077800           MOVE WS-RUN-TIME TO ALT-H-EXTRACT-TIME
077900           MOVE WS-FIRST-DATE-X TO ALT-H-FIRST-DATE
078000           MOVE WS-BUSINESS-DATE-X TO ALT-H-THROUGH-DATE
078100           WRITE ALT-HEADER-REC
078200           MOVE WS-FIRST-DATE TO WS-APPLY-DATE
078300           COMPUTE WS-APPLY-INT =
078400               FUNCTION INTEGER-OF-DATE(WS-APPLY-DATE)
078500           PERFORM 4100-APPLY-ONE-DATE THRU
078600               4100-APPLY-ONE-DATE-EXIT
078700               UNTIL WS-APPLY-INT > WS-BUSINESS-INT
078800           CLOSE HISTORY-FILE
078900           MOVE SPACES TO ALT-TRAILER-REC
079000           MOVE 'T' TO ALT-T-REC-TYPE
079100           MOVE WS-ALERTS-WRITTEN TO ALT-T-RECORD-COUNT
079200           MOVE WS-ALERTS-NEW TO ALT-T-NEW-COUNT
079300           MOVE WS-ALERTS-ENDED TO ALT-T-ENDED-COUNT
079400           WRITE ALT-TRAILER-REC
079500           CLOSE ALERT-FILE.
079600       4000-APPLY-DATES-EXIT.
079700           EXIT.
079710*
079720******************************************************************
079730*    4050-CHECK-ONE-DATE
079740*    THE SAME POSITIONED START 4200 USES; THE FIRST RECORD AT OR
079750*    PAST THE KEY MUST BE FOR THE DATE.  ON A MISS THE DATE IS
079760*    LEFT IN WS-APPLY-DATE-X FOR THE REFUSAL MESSAGE.
079770******************************************************************
079780       4050-CHECK-ONE-DATE.
079781           COMPUTE WS-APPLY-DATE =
079782               FUNCTION DATE-OF-INTEGER(WS-APPLY-INT)
079783           MOVE WS-APPLY-DATE TO WS-APPLY-DATE-X
079784           MOVE SPACES TO HST-RECORD
079785           MOVE WS-APPLY-DATE-X TO HST-DATE
079786           MOVE LOW-VALUES TO HST-STATION-NAME
079787           START HISTORY-FILE KEY NOT < HST-KEY
079788           IF WS-HISTORY-STATUS NOT = '00'
079789               SET WS-NO-HISTORY TO TRUE
079790               GO TO 4050-CHECK-ONE-DATE-EXIT
079791           END-IF
079792           READ HISTORY-FILE NEXT
079793               AT END
079794                   SET WS-NO-HISTORY TO TRUE
079795                   GO TO 4050-CHECK-ONE-DATE-EXIT
079796           END-READ
079797           IF HST-DATE NOT = WS-APPLY-DATE-X
079798               SET WS-NO-HISTORY TO TRUE
079799               GO TO 4050-CHECK-ONE-DATE-EXIT
079800           END-IF
079801           ADD 1 TO WS-APPLY-INT.
079802       4050-CHECK-ONE-DATE-EXIT.
079803           EXIT.
079804*
079900******************************************************************
080000*    4100-APPLY-ONE-DATE
080100*    LOADS THE DATE'S DAILY MAX AND MIN, MOVES EVERY STATION'S
080200*    TWO RUNS ON BY ONE DAY, AND PRINTS THE DATE'S EVENTS.
080300******************************************************************
080400       4100-APPLY-ONE-DATE.
080500           COMPUTE WS-APPLY-DATE =
080600               FUNCTION DATE-OF-INTEGER(WS-APPLY-INT)
080700           MOVE WS-APPLY-DATE TO WS-APPLY-DATE-X
080800           COMPUTE WS-PRIOR-DATE =
080900               FUNCTION DATE-OF-INTEGER(WS-APPLY-INT - 1)
081000           MOVE WS-PRIOR-DATE TO WS-PRIOR-DATE-X
081100           INITIALIZE EVT-TABLE
081200           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
081300               UNTIL WS-RUN-IDX > 2
081400               MOVE ZERO TO EPC-DAY-STARTED(WS-RUN-IDX),
081500                   EPC-DAY-CONTINUING(WS-RUN-IDX),
081600                   EPC-DAY-ENDED(WS-RUN-IDX)
081700           END-PERFORM
081800           PERFORM VARYING EPT-IDX FROM 1 BY 1
081900               UNTIL EPT-IDX > EPT-LAST-IDX
082000               MOVE 'N' TO EPT-REPORTED-FLAG(EPT-IDX)
082100           END-PERFORM
082200           PERFORM 4200-LOAD-ONE-DATE THRU 4200-LOAD-ONE-DATE-EXIT
082300           PERFORM 5000-ADVANCE-ONE-STATION THRU
082400               5000-ADVANCE-ONE-STATION-EXIT
082500               VARYING EPT-IDX FROM 1 BY 1
082600               UNTIL EPT-IDX > EPT-LAST-IDX
082700           PERFORM 6500-WRITE-DATE-EVENTS THRU
082800               6500-WRITE-DATE-EVENTS-EXIT
082900           ADD 1 TO WS-DAYS-APPLIED
083000           ADD 1 TO WS-APPLY-INT.
083100       4100-APPLY-ONE-DATE-EXIT.
083200           EXIT.
083300*
083400******************************************************************
083500*    4200-LOAD-ONE-DATE
083600*    ONE POSITIONED SCAN OF THE DATE'S HISTORY RECORDS, THE SAME
083700*    TECHNIQUE PERIOD-SUMMARY USES.  4050 HAS ALREADY MADE SURE
083800*    THE DATE HAS HISTORY.
083900******************************************************************
084000       4200-LOAD-ONE-DATE.
084100           MOVE SPACES TO HST-RECORD
084200           MOVE WS-APPLY-DATE-X TO HST-DATE
084300           MOVE LOW-VALUES TO HST-STATION-NAME
084400           START HISTORY-FILE KEY NOT < HST-KEY
084500           IF WS-HISTORY-STATUS NOT = '00'
084600               GO TO 4200-LOAD-ONE-DATE-EXIT
084700           END-IF
084800           MOVE SPACE TO WS-HIST-EOF-FLAG
084900           PERFORM 4300-READ-ONE-HISTORY THRU
085000               4300-READ-ONE-HISTORY-EXIT
085100               UNTIL WS-HIST-EOF.
085200       4200-LOAD-ONE-DATE-EXIT.
085300           EXIT.
085400*
085500******************************************************************
085600*    4300-READ-ONE-HISTORY
085700******************************************************************
085800       4300-READ-ONE-HISTORY.
085900           READ HISTORY-FILE NEXT
086000               AT END
086100                   SET WS-HIST-EOF TO TRUE
086200                   GO TO 4300-READ-ONE-HISTORY-EXIT
086300           END-READ
086400           IF HST-DATE NOT = WS-APPLY-DATE-X
086500               SET WS-HIST-EOF TO TRUE
086600               GO TO 4300-READ-ONE-HISTORY-EXIT
086700           END-IF
086800           ADD 1 TO WS-RECORDS-READ
086900           IF HST-COUNT IS NOT NUMERIC OR HST-COUNT = ZERO OR
087000               HST-MAX IS NOT NUMERIC OR HST-MIN IS NOT NUMERIC
087100               ADD 1 TO WS-RECORDS-SKIPPED
087200               GO TO 4300-READ-ONE-HISTORY-EXIT
087300           END-IF
087400           MOVE HST-STATION-NAME TO WS-EP-LOOKUP-NAME
087500           PERFORM 6000-LOOKUP-OR-INSERT THRU
087600               6000-LOOKUP-OR-INSERT-EXIT
087700           IF WS-EPT-FOUND-IDX = ZERO
087800               ADD 1 TO WS-RECORDS-SKIPPED
087900               GO TO 4300-READ-ONE-HISTORY-EXIT
088000           END-IF
088100           MOVE 'Y' TO EPT-REPORTED-FLAG(WS-EPT-FOUND-IDX)
088200           MOVE HST-MAX TO EPT-DAY-MAX(WS-EPT-FOUND-IDX)
088300           MOVE HST-MIN TO EPT-DAY-MIN(WS-EPT-FOUND-IDX)
088400           IF EPT-NOT-MONITORED(WS-EPT-FOUND-IDX)
088500               ADD 1 TO WS-UNMONITORED-DAYS
088600           END-IF.
088700       4300-READ-ONE-HISTORY-EXIT.
088800           EXIT.
088900*
089000******************************************************************
089100*    5000-ADVANCE-ONE-STATION
089200*    RUN 1 IS THE HEAT WAVE (DAILY MAX AT OR ABOVE THE HEAT
089300*    LIMIT), RUN 2 THE COLD SPELL (DAILY MIN AT OR BELOW THE
089400*    COLD LIMIT).  AN UNMONITORED OR NON-REPORTING STATION'S
089500*    DAY NEVER QUALIFIES.
089600******************************************************************
089700       5000-ADVANCE-ONE-STATION.
089800           MOVE 1 TO WS-RUN-IDX
089900           MOVE 'N' TO WS-DAY-HOLDS-FLAG
090000           MOVE EPT-DAY-MAX(EPT-IDX) TO WS-DAY-VALUE
090100           MOVE EPT-HEAT-LIMIT(EPT-IDX) TO WS-DAY-LIMIT
090200           IF EPT-REPORTED(EPT-IDX) AND
090300               NOT EPT-NOT-MONITORED(EPT-IDX) AND
090400               WS-DAY-VALUE NOT < WS-DAY-LIMIT
090500               MOVE 'Y' TO WS-DAY-HOLDS-FLAG
090600           END-IF
090700           PERFORM 5100-ADVANCE-ONE-RUN THRU
090800               5100-ADVANCE-ONE-RUN-EXIT
090900           MOVE 2 TO WS-RUN-IDX
091000           MOVE 'N' TO WS-DAY-HOLDS-FLAG
091100           MOVE EPT-DAY-MIN(EPT-IDX) TO WS-DAY-VALUE
091200           MOVE EPT-COLD-LIMIT(EPT-IDX) TO WS-DAY-LIMIT
091300           IF EPT-REPORTED(EPT-IDX) AND
091400               NOT EPT-NOT-MONITORED(EPT-IDX) AND
091500               WS-DAY-VALUE NOT > WS-DAY-LIMIT
091600               MOVE 'Y' TO WS-DAY-HOLDS-FLAG
091700           END-IF
091800           PERFORM 5100-ADVANCE-ONE-RUN THRU
091900               5100-ADVANCE-ONE-RUN-EXIT.
092000       5000-ADVANCE-ONE-STATION-EXIT.
092100           EXIT.
092200*
092300******************************************************************
092400*    5100-ADVANCE-ONE-RUN
092500*    A QUALIFYING DAY EXTENDS A RUN WHOSE LAST DAY WAS
092600*    YESTERDAY, OR STARTS A NEW ONE.  AN OPEN EPISODE THAT IS
092700*    NOT EXTENDED HAS ENDED; A RUN STILL BUILDING IS DROPPED.
092800******************************************************************
092900       5100-ADVANCE-ONE-RUN.
093000           IF NOT WS-DAY-HOLDS
093100               IF EPT-IN-EPISODE(EPT-IDX, WS-RUN-IDX)
093200                   PERFORM 5300-END-EPISODE THRU
093300                       5300-END-EPISODE-EXIT
093400               END-IF
093500               MOVE SPACE TO EPT-RUN-STATE(EPT-IDX, WS-RUN-IDX)
093600               GO TO 5100-ADVANCE-ONE-RUN-EXIT
093700           END-IF
093800           IF NOT EPT-NO-RUN(EPT-IDX, WS-RUN-IDX) AND
093900               EPT-LAST-DATE(EPT-IDX, WS-RUN-IDX) NOT =
094000                   WS-PRIOR-DATE-X
094100               IF EPT-IN-EPISODE(EPT-IDX, WS-RUN-IDX)
094200                   PERFORM 5300-END-EPISODE THRU
094300                       5300-END-EPISODE-EXIT
094400               END-IF
094500               MOVE SPACE TO EPT-RUN-STATE(EPT-IDX, WS-RUN-IDX)
094600           END-IF
094700           IF EPT-NO-RUN(EPT-IDX, WS-RUN-IDX)
094800               MOVE 'B' TO EPT-RUN-STATE(EPT-IDX, WS-RUN-IDX)
094900               MOVE WS-APPLY-DATE-X TO
095000                   EPT-START-DATE(EPT-IDX, WS-RUN-IDX)
095100               MOVE ZERO TO EPT-DAYS(EPT-IDX, WS-RUN-IDX)
095200               MOVE WS-DAY-VALUE TO EPT-PEAK(EPT-IDX, WS-RUN-IDX)
095300               MOVE WS-APPLY-DATE-X TO
095400                   EPT-PEAK-DATE(EPT-IDX, WS-RUN-IDX)
095500               MOVE 'N' TO EPT-ALERTED(EPT-IDX, WS-RUN-IDX)
095600               MOVE SPACES TO EPT-ALERT-DATE(EPT-IDX, WS-RUN-IDX)
095700           END-IF
095800           ADD 1 TO EPT-DAYS(EPT-IDX, WS-RUN-IDX)
095900           MOVE WS-APPLY-DATE-X TO
096000               EPT-LAST-DATE(EPT-IDX, WS-RUN-IDX)
096100           IF (WS-RUN-IDX = 1 AND
096200               WS-DAY-VALUE > EPT-PEAK(EPT-IDX, WS-RUN-IDX)) OR
096300               (WS-RUN-IDX = 2 AND
096400               WS-DAY-VALUE < EPT-PEAK(EPT-IDX, WS-RUN-IDX))
096500               MOVE WS-DAY-VALUE TO EPT-PEAK(EPT-IDX, WS-RUN-IDX)
096600               MOVE WS-APPLY-DATE-X TO
096700                   EPT-PEAK-DATE(EPT-IDX, WS-RUN-IDX)
096800           END-IF
096900           IF EPT-IN-EPISODE(EPT-IDX, WS-RUN-IDX)
097000               PERFORM 5400-ADD-EVENT THRU 5400-ADD-EVENT-EXIT
097100               IF WS-EVENT-ADDED
097200                   MOVE 2 TO EVT-EVENT(EVT-IDX)
097300                   ADD 1 TO EPC-DAY-CONTINUING(WS-RUN-IDX)
097400               END-IF
097500               GO TO 5100-ADVANCE-ONE-RUN-EXIT
097600           END-IF
097700           IF EPT-DAYS(EPT-IDX, WS-RUN-IDX) NOT <
097800               EPT-MIN-RUN-DAYS(EPT-IDX)
097900               PERFORM 5200-START-EPISODE THRU
098000                   5200-START-EPISODE-EXIT
098100           END-IF.
098200       5100-ADVANCE-ONE-RUN-EXIT.
098300           EXIT.
098400*
098500******************************************************************
098600*    5200-START-EPISODE
098700*    THE RUN HAS REACHED THE MINIMUM LENGTH TODAY.  THE START IS
098800*    PAGED ONCE; EPT-ALERTED CARRIES THAT FORWARD ON THE EPISODE
098900*    FILE SO THE DESK IS NOT PAGED AGAIN WHILE IT LASTS.
099000******************************************************************
099100       5200-START-EPISODE.
099200           MOVE 'O' TO EPT-RUN-STATE(EPT-IDX, WS-RUN-IDX)
099300           ADD 1 TO EPC-DAY-STARTED(WS-RUN-IDX)
099400           ADD 1 TO EPC-RUN-STARTED(WS-RUN-IDX)
099500           PERFORM 5400-ADD-EVENT THRU 5400-ADD-EVENT-EXIT
099600           IF WS-EVENT-ADDED
099700               MOVE 1 TO EVT-EVENT(EVT-IDX)
099800           END-IF
099900           IF EPT-ALERTED(EPT-IDX, WS-RUN-IDX) = 'Y'
100000               GO TO 5200-START-EPISODE-EXIT
100100           END-IF
100200           MOVE 'N' TO ALT-D-ALERT-TYPE
100300           PERFORM 5500-WRITE-ALERT THRU 5500-WRITE-ALERT-EXIT
100400           ADD 1 TO WS-ALERTS-NEW
100500           MOVE 'Y' TO EPT-ALERTED(EPT-IDX, WS-RUN-IDX)
100600           MOVE WS-APPLY-DATE-X TO
100700               EPT-ALERT-DATE(EPT-IDX, WS-RUN-IDX)
100800           IF WS-EVENT-ADDED
100900               MOVE 'Y' TO EVT-PAGED-FLAG(EVT-IDX)
101000           END-IF.
101100       5200-START-EPISODE-EXIT.
101200           EXIT.
101300*
101400******************************************************************
101500*    5300-END-EPISODE
101600*    THE EPISODE'S LAST DAY IS EPT-LAST-DATE, NOT THE DATE BEING
101700*    APPLIED (WHICH IS THE FIRST DAY THAT DID NOT QUALIFY).
101800******************************************************************
101900       5300-END-EPISODE.
102000           ADD 1 TO EPC-DAY-ENDED(WS-RUN-IDX)
102100           ADD 1 TO EPC-RUN-ENDED(WS-RUN-IDX)
102200           PERFORM 5400-ADD-EVENT THRU 5400-ADD-EVENT-EXIT
102300           IF WS-EVENT-ADDED
102400               MOVE 3 TO EVT-EVENT(EVT-IDX)
102500               MOVE EPT-LAST-DATE(EPT-IDX, WS-RUN-IDX) TO
102600                   EVT-END-DATE(EVT-IDX)
102700               MOVE 'Y' TO EVT-PAGED-FLAG(EVT-IDX)
102800           END-IF
102900           MOVE 'E' TO ALT-D-ALERT-TYPE
103000           PERFORM 5500-WRITE-ALERT THRU 5500-WRITE-ALERT-EXIT
103100           ADD 1 TO WS-ALERTS-ENDED.
103200       5300-END-EPISODE-EXIT.
103300           EXIT.
103400*
103500******************************************************************
103600*    5400-ADD-EVENT
103700*    ADDS THE CURRENT RUN TO THE DATE'S EVENT TABLE AND LEAVES
103800*    EVT-IDX ON IT.  WHEN THE TABLE IS FULL WS-EVENT-ADDED IS
103900*    LEFT OFF AND THE EVENT IS COUNTED BUT NOT PRINTED.
104000******************************************************************
104100       5400-ADD-EVENT.
104200           MOVE 'N' TO WS-EVENT-ADDED-FLAG
104300           IF EVT-LAST-IDX NOT < 20000
104400               GO TO 5400-ADD-EVENT-EXIT
104500           END-IF
104600           MOVE 'Y' TO WS-EVENT-ADDED-FLAG
104700           ADD 1 TO EVT-LAST-IDX
104800           SET EVT-IDX TO EVT-LAST-IDX
104900           MOVE WS-RUN-IDX TO EVT-RUN-TYPE(EVT-IDX)
105000           MOVE EPT-NAME(EPT-IDX) TO EVT-NAME(EVT-IDX)
105100           MOVE EPT-REGION(EPT-IDX) TO EVT-REGION(EVT-IDX)
105200           MOVE EPT-START-DATE(EPT-IDX, WS-RUN-IDX) TO
105300               EVT-START-DATE(EVT-IDX)
105400           MOVE SPACES TO EVT-END-DATE(EVT-IDX)
105500           MOVE EPT-DAYS(EPT-IDX, WS-RUN-IDX) TO EVT-DAYS(EVT-IDX)
105600           MOVE EPT-PEAK(EPT-IDX, WS-RUN-IDX) TO EVT-PEAK(EVT-IDX)
105700           MOVE EPT-PEAK-DATE(EPT-IDX, WS-RUN-IDX) TO
105800               EVT-PEAK-DATE(EVT-IDX)
105900           IF WS-RUN-IDX = 1
106000               MOVE EPT-HEAT-LIMIT(EPT-IDX) TO EVT-LIMIT(EVT-IDX)
106100           ELSE
106200               MOVE EPT-COLD-LIMIT(EPT-IDX) TO EVT-LIMIT(EVT-IDX)
106300           END-IF
106400           MOVE 'N' TO EVT-PAGED-FLAG(EVT-IDX).
106500       5400-ADD-EVENT-EXIT.
106600           EXIT.
106700*
106800******************************************************************
106900*    5500-WRITE-ALERT
107000*    ALT-D-ALERT-TYPE IS SET BY THE CALLER.  AN ENDED ALERT
107100*    CARRIES THE EPISODE'S LAST DAY AS ITS END DATE.
107200******************************************************************
107300       5500-WRITE-ALERT.
107400           MOVE 'D' TO ALT-D-REC-TYPE
107500           IF WS-RUN-IDX = 1
107600               MOVE 'HEAT' TO ALT-D-EPISODE-TYPE
107700               MOVE EPT-HEAT-LIMIT(EPT-IDX) TO ALT-D-THRESHOLD
107800           ELSE
107900               MOVE 'COLD' TO ALT-D-EPISODE-TYPE
108000               MOVE EPT-COLD-LIMIT(EPT-IDX) TO ALT-D-THRESHOLD
108100           END-IF
108200           MOVE EPT-NAME(EPT-IDX) TO ALT-D-STATION-NAME
108300           MOVE EPT-REGION(EPT-IDX) TO ALT-D-REGION
108400           MOVE EPT-START-DATE(EPT-IDX, WS-RUN-IDX) TO
108500               ALT-D-START-DATE
108600           IF ALT-D-ENDED
108700               MOVE EPT-LAST-DATE(EPT-IDX, WS-RUN-IDX) TO
108800                   ALT-D-END-DATE
108900           ELSE
109000               MOVE SPACES TO ALT-D-END-DATE
109100           END-IF
109200           MOVE EPT-DAYS(EPT-IDX, WS-RUN-IDX) TO
109300               ALT-D-DURATION-DAYS
109400           MOVE EPT-PEAK(EPT-IDX, WS-RUN-IDX) TO ALT-D-PEAK
109500           MOVE EPT-PEAK-DATE(EPT-IDX, WS-RUN-IDX) TO
109600               ALT-D-PEAK-DATE
109700           MOVE WS-APPLY-DATE-X TO ALT-D-BUSINESS-DATE
109800           WRITE ALT-DETAIL-REC
109900           ADD 1 TO WS-ALERTS-WRITTEN.
110000       5500-WRITE-ALERT-EXIT.
110100           EXIT.
110200*
110300******************************************************************
110400*    6000-LOOKUP-OR-INSERT
110500*    FINDS WS-EP-LOOKUP-NAME IN EPT-TABLE, ADDING IT (UNDER
110600*    REGION '???', UNMONITORED) WHEN ABSENT.  WS-EPT-FOUND-IDX
110700*    IS ZERO WHEN THE TABLE IS FULL.
110800******************************************************************
110900       6000-LOOKUP-OR-INSERT.
111000           PERFORM 6100-COMPUTE-EP-HASH THRU
111100               6100-COMPUTE-EP-HASH-EXIT
111200           MOVE EPT-HASH-BUCKET(WS-EP-BUCKET) TO WS-EPT-CHAIN-IDX
111300           MOVE ZERO TO WS-EPT-FOUND-IDX
111400           PERFORM 6200-WALK-EPT-CHAIN THRU
111500               6200-WALK-EPT-CHAIN-EXIT
111600               UNTIL WS-EPT-CHAIN-IDX = ZERO OR
111700                   WS-EPT-FOUND-IDX NOT = ZERO
111800           IF WS-EPT-FOUND-IDX NOT = ZERO
111900               GO TO 6000-LOOKUP-OR-INSERT-EXIT
112000           END-IF
112100           IF EPT-LAST-IDX NOT < WS-MAX-EP-STATIONS
112200               GO TO 6000-LOOKUP-OR-INSERT-EXIT
112300           END-IF
112400           ADD 1 TO EPT-LAST-IDX
112500           MOVE EPT-LAST-IDX TO WS-EPT-FOUND-IDX
112600           MOVE WS-EP-LOOKUP-NAME TO EPT-NAME(WS-EPT-FOUND-IDX)
112700           MOVE '???' TO EPT-REGION(WS-EPT-FOUND-IDX)
112800           MOVE ZERO TO EPT-HASH-NEXT(WS-EPT-FOUND-IDX)
112900           IF EPT-HASH-BUCKET(WS-EP-BUCKET) NOT = ZERO
113000               MOVE EPT-HASH-BUCKET(WS-EP-BUCKET) TO
113100                   EPT-HASH-NEXT(WS-EPT-FOUND-IDX)
113200           END-IF
113300           MOVE WS-EPT-FOUND-IDX TO EPT-HASH-BUCKET(WS-EP-BUCKET)
113400*    A STATION FIRST SEEN IN HISTORY, AFTER THE THRESHOLDS WERE
113500*    RESOLVED, STILL PICKS UP THE '***' DEFAULT.
113600           IF RGT-LAST-IDX NOT = ZERO
113700               SET EPT-IDX TO WS-EPT-FOUND-IDX
113800               PERFORM 3400-RESOLVE-REGION-LIMITS THRU
113900                   3400-RESOLVE-REGION-LIMITS-EXIT
114000           END-IF.
114100       6000-LOOKUP-OR-INSERT-EXIT.
114200           EXIT.
114300*
114400******************************************************************
114500*    6100-COMPUTE-EP-HASH
114600*    SAME NAME HASH AS STATION-AGG'S 3510-COMPUTE-HASH.
114700******************************************************************
114800       6100-COMPUTE-EP-HASH.
114900           MOVE ZERO TO WS-EP-HASH-SUM
115000           PERFORM VARYING WS-EP-CHAR-IDX FROM 1 BY 1
115100               UNTIL WS-EP-CHAR-IDX > 100
115200               COMPUTE WS-EP-HASH-SUM = WS-EP-HASH-SUM +
115300                   FUNCTION ORD(WS-EP-NAME-BYTES(WS-EP-CHAR-IDX))
115400           END-PERFORM
115500           DIVIDE WS-EP-HASH-SUM BY WS-EP-HASH-BUCKET-COUNT GIVING
115600               WS-EP-HASH-QUOT REMAINDER WS-EP-HASH-REM
115700           COMPUTE WS-EP-BUCKET = WS-EP-HASH-REM + 1.
115800       6100-COMPUTE-EP-HASH-EXIT.
115900           EXIT.
116000*
116100******************************************************************
116200*    6200-WALK-EPT-CHAIN
116300******************************************************************
116400       6200-WALK-EPT-CHAIN.
116500           IF EPT-NAME(WS-EPT-CHAIN-IDX) = WS-EP-LOOKUP-NAME
116600               MOVE WS-EPT-CHAIN-IDX TO WS-EPT-FOUND-IDX
116700           ELSE
116800               MOVE EPT-HASH-NEXT(WS-EPT-CHAIN-IDX) TO
116900                   WS-EPT-CHAIN-IDX
117000           END-IF.
117100       6200-WALK-EPT-CHAIN-EXIT.
117200           EXIT.
117300*
117400******************************************************************
117500*    6500-WRITE-DATE-EVENTS
117600******************************************************************
117700       6500-WRITE-DATE-EVENTS.
117800           MOVE SPACES TO EPISODE-REPORT-LINE
117900           WRITE EPISODE-REPORT-LINE
118000           MOVE SPACES TO EPISODE-REPORT-LINE
118100           STRING 'EPISODES FOR ' DELIMITED BY SIZE
118200               WS-APPLY-DATE-X DELIMITED BY SIZE
118300               INTO EPISODE-REPORT-LINE
118400           END-STRING
118500           WRITE EPISODE-REPORT-LINE
118600           IF EVT-LAST-IDX = ZERO
118700               MOVE '  NO EPISODE STARTED, IN PROGRESS OR ENDED'
118800                   TO EPISODE-REPORT-LINE
118900               WRITE EPISODE-REPORT-LINE
119000               GO TO 6500-WRITE-DATE-EVENTS-EXIT
119100           END-IF
119200           MOVE SPACES TO EPISODE-REPORT-LINE
119300           STRING 'EVENT       TYPE  STATION' DELIMITED BY SIZE
119400               INTO EPISODE-REPORT-LINE
119500           END-STRING
119600           MOVE 'REG  START     END        DAYS'
119700               TO EPISODE-REPORT-LINE(119:30)
119800           MOVE '      PEAK  PEAK DAY       LIMIT  PAGED'
119900               TO EPISODE-REPORT-LINE(149:39)
120000           WRITE EPISODE-REPORT-LINE
120100           IF EVT-LAST-IDX > 1
120200               SORT EVT-ENTRY ASCENDING EVT-SORT-KEY
120300           END-IF
120400           PERFORM VARYING EVT-IDX FROM 1 BY 1
120500               UNTIL EVT-IDX > 20000
120600               IF EVT-NAME(EVT-IDX) NOT = SPACES
120700                   PERFORM 6600-WRITE-ONE-EVENT THRU
120800                       6600-WRITE-ONE-EVENT-EXIT
120900               END-IF
121000           END-PERFORM
121100           MOVE EPC-DAY-STARTED(1) TO WS-COUNT-ED
121200           MOVE EPC-DAY-CONTINUING(1) TO WS-COUNT-ED-2
121300           MOVE EPC-DAY-ENDED(1) TO WS-COUNT-ED-3
121400           MOVE SPACES TO EPISODE-REPORT-LINE
121500           STRING '  HEAT WAVES  -- STARTED: ' DELIMITED BY SIZE
121600               WS-COUNT-ED DELIMITED BY SIZE
121700               '  CONTINUING: ' DELIMITED BY SIZE
121800               WS-COUNT-ED-2 DELIMITED BY SIZE
121900               '  ENDED: ' DELIMITED BY SIZE
122000               WS-COUNT-ED-3 DELIMITED BY SIZE
122100               INTO EPISODE-REPORT-LINE
122200           END-STRING
122300           WRITE EPISODE-REPORT-LINE
122400           MOVE EPC-DAY-STARTED(2) TO WS-COUNT-ED
122500           MOVE EPC-DAY-CONTINUING(2) TO WS-COUNT-ED-2
122600           MOVE EPC-DAY-ENDED(2) TO WS-COUNT-ED-3
122700           MOVE SPACES TO EPISODE-REPORT-LINE
122800           STRING '  COLD SPELLS -- STARTED: ' DELIMITED BY SIZE
122900               WS-COUNT-ED DELIMITED BY SIZE
123000               '  CONTINUING: ' DELIMITED BY SIZE
123100               WS-COUNT-ED-2 DELIMITED BY SIZE
123200               '  ENDED: ' DELIMITED BY SIZE
123300               WS-COUNT-ED-3 DELIMITED BY SIZE
123400               INTO EPISODE-REPORT-LINE
123500           END-STRING
123600           WRITE EPISODE-REPORT-LINE.
123700       6500-WRITE-DATE-EVENTS-EXIT.
123800           EXIT.
123900*
124000******************************************************************
124100*    6600-WRITE-ONE-EVENT
124200******************************************************************
124300       6600-WRITE-ONE-EVENT.
124400           EVALUATE TRUE
124500               WHEN EVT-STARTED(EVT-IDX)
124600                   MOVE 'STARTED' TO EPR-EVENT
124700               WHEN EVT-CONTINUING(EVT-IDX)
124800                   MOVE 'CONTINUING' TO EPR-EVENT
124900               WHEN OTHER
125000                   MOVE 'ENDED' TO EPR-EVENT
125100           END-EVALUATE
125200           IF EVT-RUN-TYPE(EVT-IDX) = 1
125300               MOVE 'HEAT' TO EPR-TYPE
125400           ELSE
125500               MOVE 'COLD' TO EPR-TYPE
125600           END-IF
125700           MOVE EVT-NAME(EVT-IDX) TO EPR-STATION
125800           MOVE EVT-REGION(EVT-IDX) TO EPR-REGION
125900           MOVE EVT-START-DATE(EVT-IDX) TO EPR-START-DATE
126000           MOVE EVT-END-DATE(EVT-IDX) TO EPR-END-DATE
126100           MOVE EVT-DAYS(EVT-IDX) TO EPR-DAYS
126200           MOVE EVT-PEAK(EVT-IDX) TO EPR-PEAK
126300           MOVE EVT-PEAK-DATE(EVT-IDX) TO EPR-PEAK-DATE
126400           MOVE EVT-LIMIT(EVT-IDX) TO EPR-LIMIT
126500           IF EVT-PAGED(EVT-IDX)
126600               MOVE 'PAGED' TO EPR-PAGED
126700           ELSE
126800               MOVE SPACES TO EPR-PAGED
126900           END-IF
127000           MOVE EPR-DETAIL-REC TO EPISODE-REPORT-LINE
127100           WRITE EPISODE-REPORT-LINE.
127200       6600-WRITE-ONE-EVENT-EXIT.
127300           EXIT.
127400*
127500******************************************************************
127600*    7000-WRITE-EPISODE-FILE
127700*    REWRITES THE EPISODE FILE WITH THE RUNS STILL GOING AFTER
127800*    THE BUSINESS DATE.  THE HEADER IS WRITTEN FIRST SO EVEN A
127900*    FILE WITH NO RUNS RECORDS THE DATE APPLIED.  THE FILE AS
127910*    IT STOOD IS COPIED TO THE PREVIOUS-IMAGE FILE FIRST (7050).
128000******************************************************************
128100       7000-WRITE-EPISODE-FILE.
128110           IF WS-EPISODE-FILE-FOUND
128120               PERFORM 7050-SAVE-PREVIOUS THRU
128130                   7050-SAVE-PREVIOUS-EXIT
128140           END-IF
128200           OPEN OUTPUT EPISODE-FILE
128300           IF WS-EPISODE-STATUS NOT = '00'
128400               DISPLAY 'STATION-EPISODES: ERROR OPENING EPISODE '
128500                   'FILE FOR OUTPUT, STATUS=' WS-EPISODE-STATUS
128600               MOVE SPACES TO EPISODE-REPORT-LINE
128700               STRING 'EPISODE FILE NOT REWRITTEN, STATUS='
128800                       DELIMITED BY SIZE
128900                   WS-EPISODE-STATUS DELIMITED BY SIZE
129000                   INTO EPISODE-REPORT-LINE
129100               END-STRING
129200               WRITE EPISODE-REPORT-LINE
129300               CLOSE EPISODE-REPORT-FILE
129400               MOVE 16 TO RETURN-CODE
129500               GO TO 9999-EXIT
129600           END-IF
129700           MOVE SPACES TO EPS-HEADER-REC
129800           MOVE 'H' TO EPS-H-REC-TYPE
129900           MOVE WS-BUSINESS-DATE-X TO EPS-H-THROUGH-DATE
130000           MOVE WS-RUN-DATE TO EPS-H-RUN-DATE
130100           MOVE WS-RUN-TIME TO EPS-H-RUN-TIME
130200           ADD 1 TO WS-PRIOR-RUN-COUNT
130300           MOVE WS-PRIOR-RUN-COUNT TO EPS-H-RUN-COUNT
130400           WRITE EPS-HEADER-REC
130500           PERFORM 7100-WRITE-STATION-RUNS THRU
130600               7100-WRITE-STATION-RUNS-EXIT
130700               VARYING EPT-IDX FROM 1 BY 1
130800               UNTIL EPT-IDX > EPT-LAST-IDX
130900           CLOSE EPISODE-FILE.
131000       7000-WRITE-EPISODE-FILE-EXIT.
131100           EXIT.
131200*
131201******************************************************************
131202*    7050-SAVE-PREVIOUS
131203*    COPIES THE EPISODE FILE AS-IS TO THE PREVIOUS-IMAGE FILE
131204*    JUST BEFORE IT IS REWRITTEN, SO A BAD NIGHT CAN BE BACKED
131205*    OUT.  NOT BEING ABLE TO TAKE THE COPY STOPS THE RUN BEFORE
131206*    THE EPISODE FILE IS TOUCHED.
131207******************************************************************
131208       7050-SAVE-PREVIOUS.
131209           OPEN INPUT EPISODE-FILE
131210           IF WS-EPISODE-STATUS NOT = '00'
131211               DISPLAY 'STATION-EPISODES: ERROR REOPENING EPISODE'
131212                   ' FILE, STATUS=' WS-EPISODE-STATUS
131213               GO TO 7080-PREVIOUS-ERROR
131214           END-IF
131215           OPEN OUTPUT EPISODE-PREV-FILE
131216           IF WS-EPISODE-PREV-STATUS NOT = '00'
131217               DISPLAY 'STATION-EPISODES: ERROR OPENING PREVIOUS '
131218                   'EPISODE FILE, STATUS=' WS-EPISODE-PREV-STATUS
131219               CLOSE EPISODE-FILE
131220               GO TO 7080-PREVIOUS-ERROR
131221           END-IF
131222           MOVE SPACE TO WS-PREV-EOF-FLAG
131223           PERFORM 7060-COPY-ONE-EPISODE THRU
131224               7060-COPY-ONE-EPISODE-EXIT
131225               UNTIL WS-PREV-EOF
131226           CLOSE EPISODE-FILE
131227           CLOSE EPISODE-PREV-FILE
131228           GO TO 7050-SAVE-PREVIOUS-EXIT.
131229       7080-PREVIOUS-ERROR.
131230           MOVE SPACES TO EPISODE-REPORT-LINE
131231           STRING 'PREVIOUS EPISODE FILE NOT SAVED -- EPISODE '
131232                   DELIMITED BY SIZE
131233               'FILE NOT CHANGED' DELIMITED BY SIZE
131234               INTO EPISODE-REPORT-LINE
131235           END-STRING
131236           WRITE EPISODE-REPORT-LINE
131237           CLOSE EPISODE-REPORT-FILE
131238           MOVE 16 TO RETURN-CODE
131239           GO TO 9999-EXIT.
131240       7050-SAVE-PREVIOUS-EXIT.
131241           EXIT.
131242*
131243******************************************************************
131244*    7060-COPY-ONE-EPISODE
131245******************************************************************
131246       7060-COPY-ONE-EPISODE.
131247           READ EPISODE-FILE
131248               AT END
131249                   SET WS-PREV-EOF TO TRUE
131250                   GO TO 7060-COPY-ONE-EPISODE-EXIT
131251           END-READ
131252           MOVE EPS-DETAIL-REC TO EPISODE-PREV-REC
131253           WRITE EPISODE-PREV-REC.
131254       7060-COPY-ONE-EPISODE-EXIT.
131255           EXIT.
131256*
131300******************************************************************
131400*    7100-WRITE-STATION-RUNS
131500******************************************************************
131600       7100-WRITE-STATION-RUNS.
131700           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
131800               UNTIL WS-RUN-IDX > 2
131900               IF NOT EPT-NO-RUN(EPT-IDX, WS-RUN-IDX)
132000                   PERFORM 7200-WRITE-ONE-RUN THRU
132100                       7200-WRITE-ONE-RUN-EXIT
132200               END-IF
132300           END-PERFORM.
132400       7100-WRITE-STATION-RUNS-EXIT.
132500           EXIT.
132600*
132700******************************************************************
132800*    7200-WRITE-ONE-RUN
132900******************************************************************
133000       7200-WRITE-ONE-RUN.
133100           MOVE SPACES TO EPS-DETAIL-REC
133200           MOVE 'D' TO EPS-D-REC-TYPE
133300           MOVE EPT-NAME(EPT-IDX) TO EPS-D-STATION-NAME
133400           IF WS-RUN-IDX = 1
133500               MOVE 'H' TO EPS-D-RUN-TYPE
133600               IF EPT-IN-EPISODE(EPT-IDX, WS-RUN-IDX)
133700                   ADD 1 TO EPC-OPEN-AT-END(1)
133800               END-IF
133900           ELSE
134000               MOVE 'C' TO EPS-D-RUN-TYPE
134100               IF EPT-IN-EPISODE(EPT-IDX, WS-RUN-IDX)
134200                   ADD 1 TO EPC-OPEN-AT-END(2)
134300               END-IF
134400           END-IF
134500           MOVE EPT-RUN-STATE(EPT-IDX, WS-RUN-IDX) TO EPS-D-STATE
134600           MOVE EPT-START-DATE(EPT-IDX, WS-RUN-IDX) TO
134700               EPS-D-START-DATE
134800           MOVE EPT-LAST-DATE(EPT-IDX, WS-RUN-IDX) TO
134900               EPS-D-LAST-DATE
135000           MOVE EPT-DAYS(EPT-IDX, WS-RUN-IDX) TO EPS-D-DAYS
135100           MOVE EPT-PEAK(EPT-IDX, WS-RUN-IDX) TO EPS-D-PEAK
135200           MOVE EPT-PEAK-DATE(EPT-IDX, WS-RUN-IDX) TO
135300               EPS-D-PEAK-DATE
135400           MOVE EPT-ALERTED(EPT-IDX, WS-RUN-IDX) TO EPS-D-ALERTED
135500           MOVE EPT-ALERT-DATE(EPT-IDX, WS-RUN-IDX) TO
135600               EPS-D-ALERT-DATE
135700           WRITE EPS-DETAIL-REC
135800           ADD 1 TO WS-EPISODES-WRITTEN.
135900       7200-WRITE-ONE-RUN-EXIT.
136000           EXIT.
136100*
136200******************************************************************
136300*    8000-WRITE-SUMMARY
136400******************************************************************
136500       8000-WRITE-SUMMARY.
136600           MOVE SPACES TO EPISODE-REPORT-LINE
136700           WRITE EPISODE-REPORT-LINE
136800           MOVE WS-DAYS-APPLIED TO WS-COUNT-ED
136900           MOVE SPACES TO EPISODE-REPORT-LINE
137000           STRING 'SUMMARY -- DATES APPLIED:           '
137100                   DELIMITED BY SIZE
137200               WS-COUNT-ED DELIMITED BY SIZE
137300               INTO EPISODE-REPORT-LINE
137400           END-STRING
137500           WRITE EPISODE-REPORT-LINE
137600           MOVE WS-RECORDS-READ TO WS-COUNT-ED
137700           MOVE SPACES TO EPISODE-REPORT-LINE
137800           STRING '           HISTORY RECORDS READ:     '
137900                   DELIMITED BY SIZE
138000               WS-COUNT-ED DELIMITED BY SIZE
138100               INTO EPISODE-REPORT-LINE
138200           END-STRING
138300           WRITE EPISODE-REPORT-LINE
138400           MOVE WS-RECORDS-SKIPPED TO WS-COUNT-ED
138500           MOVE SPACES TO EPISODE-REPORT-LINE
138600           STRING '           RECORDS SKIPPED:          '
138700                   DELIMITED BY SIZE
138800               WS-COUNT-ED DELIMITED BY SIZE
138900               ' (DAMAGED OR TABLE FULL)' DELIMITED BY SIZE
139000               INTO EPISODE-REPORT-LINE
139100           END-STRING
139200           WRITE EPISODE-REPORT-LINE
139300           MOVE WS-UNMONITORED-DAYS TO WS-COUNT-ED
139400           MOVE SPACES TO EPISODE-REPORT-LINE
139500           STRING '           STATION-DAYS UNMONITORED: '
139600                   DELIMITED BY SIZE
139700               WS-COUNT-ED DELIMITED BY SIZE
139800               ' (NO THRESHOLD RECORD APPLIES)' DELIMITED BY SIZE
139900               INTO EPISODE-REPORT-LINE
140000           END-STRING
140100           WRITE EPISODE-REPORT-LINE
140200           MOVE WS-THRESHOLDS-LOADED TO WS-COUNT-ED
140300           MOVE WS-THRESHOLDS-REJECTED TO WS-COUNT-ED-2
140400           MOVE SPACES TO EPISODE-REPORT-LINE
140500           STRING '           THRESHOLD RECORDS:        '
140600                   DELIMITED BY SIZE
140700               WS-COUNT-ED DELIMITED BY SIZE
140800               '  REJECTED: ' DELIMITED BY SIZE
140900               WS-COUNT-ED-2 DELIMITED BY SIZE
141000               INTO EPISODE-REPORT-LINE
141100           END-STRING
141200           WRITE EPISODE-REPORT-LINE
141300           MOVE EPC-RUN-STARTED(1) TO WS-COUNT-ED
141400           MOVE EPC-RUN-ENDED(1) TO WS-COUNT-ED-2
141500           MOVE EPC-OPEN-AT-END(1) TO WS-COUNT-ED-3
141600           MOVE SPACES TO EPISODE-REPORT-LINE
141700           STRING '           HEAT WAVES STARTED:       '
141800                   DELIMITED BY SIZE
141900               WS-COUNT-ED DELIMITED BY SIZE
142000               '  ENDED: ' DELIMITED BY SIZE
142100               WS-COUNT-ED-2 DELIMITED BY SIZE
142200               '  IN PROGRESS: ' DELIMITED BY SIZE
142300               WS-COUNT-ED-3 DELIMITED BY SIZE
142400               INTO EPISODE-REPORT-LINE
142500           END-STRING
142600           WRITE EPISODE-REPORT-LINE
142700           MOVE EPC-RUN-STARTED(2) TO WS-COUNT-ED
142800           MOVE EPC-RUN-ENDED(2) TO WS-COUNT-ED-2
142900           MOVE EPC-OPEN-AT-END(2) TO WS-COUNT-ED-3
143000           MOVE SPACES TO EPISODE-REPORT-LINE
143100           STRING '           COLD SPELLS STARTED:      '
143200                   DELIMITED BY SIZE
143300               WS-COUNT-ED DELIMITED BY SIZE
143400               '  ENDED: ' DELIMITED BY SIZE
143500               WS-COUNT-ED-2 DELIMITED BY SIZE
143600               '  IN PROGRESS: ' DELIMITED BY SIZE
143700               WS-COUNT-ED-3 DELIMITED BY SIZE
143800               INTO EPISODE-REPORT-LINE
143900           END-STRING
144000           WRITE EPISODE-REPORT-LINE
144100           MOVE WS-ALERTS-NEW TO WS-COUNT-ED
144200           MOVE WS-ALERTS-ENDED TO WS-COUNT-ED-2
144300           MOVE SPACES TO EPISODE-REPORT-LINE
144400           STRING '           ALERTS PAGED -- NEW:      '
144500                   DELIMITED BY SIZE
144600               WS-COUNT-ED DELIMITED BY SIZE
144700               '  ENDED: ' DELIMITED BY SIZE
144800               WS-COUNT-ED-2 DELIMITED BY SIZE
144900               INTO EPISODE-REPORT-LINE
145000           END-STRING
145100           WRITE EPISODE-REPORT-LINE
145200           MOVE WS-EPISODES-WRITTEN TO WS-COUNT-ED
145300           MOVE SPACES TO EPISODE-REPORT-LINE
145400           STRING '           RUNS CARRIED FORWARD:     '
145500                   DELIMITED BY SIZE
145600               WS-COUNT-ED DELIMITED BY SIZE
145700               ' (EPISODES AND RUNS STILL BUILDING)'
145800                   DELIMITED BY SIZE
145900               INTO EPISODE-REPORT-LINE
146000           END-STRING
146100           WRITE EPISODE-REPORT-LINE.
146200       8000-WRITE-SUMMARY-EXIT.
146300           EXIT.
146400*
146500******************************************************************
146600*    9999-EXIT
146700******************************************************************
146800       9999-EXIT.
146900           STOP RUN.
