000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. STATION-INQUIRY.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  OPERATIONS-DESK INQUIRY:
001000*               KEY A STATION NAME (OR ITS FORMER NAME) AND A
001100*               DATE RANGE AT THE TERMINAL AND GET THE STATION'S
001200*               MASTER DETAILS AND ITS DAILY HISTORY ROWS, PAGED,
001300*               WITH EACH DAY FLAGGED WHERE A REJECT-REPROC
001400*               CORRECTION, A DAY-EXCEPTIONS SPIKE OR COUNT DROP,
001500*               OR A NEIGHBOR PLAUSIBILITY FLAG TOUCHED IT -- NO
001600*               MORE EDITING PERIOD-CONTROL AND RUNNING
001700*               PERIOD-SUMMARY FOR THE WHOLE NETWORK TO ANSWER
001800*               ONE PHONE CALL.
001810*    2026-10-15 TB  HISTORY AND ARCHIVE FILES CLOSED WHILE A
001820*               PAGE WAITS FOR THE OPERATOR AND REPOSITIONED
001830*               AFTER THE REPLY.
001900******************************************************************
002000*
002100******************************************************************
002200*    THE PROGRAM PROMPTS FOR A STATION NAME, A FROM DATE AND A
002300*    TO DATE (YYYYMMDD; A BLANK TO DATE MEANS THE FROM DATE
002400*    ONLY), SHOWS THE ANSWER A PAGE AT A TIME, AND PROMPTS FOR
002500*    THE NEXT STATION UNTIL A BLANK NAME IS KEYED.
002600*
002700*    THE NAME IS LOOKED UP ON THE STATION MASTER AS THE CURRENT
002800*    NAME, THEN AS A FORMER NAME (STM-ALIAS-NAME).  HISTORY ROWS
002900*    UNDER EITHER NAME ARE SHOWN AS ONE DAY -- HIST-REKEY MOVES
003000*    THE LIVE FILE TO THE NEW NAME, BUT A MONTH ARCHIVED BEFORE
003100*    THE RENAME STILL CARRIES THE OLD ONE.  A NAME NOT ON THE
003200*    MASTER AT ALL IS STILL LOOKED UP ON HISTORY AS KEYED.
003300*
003400*    A MONTH HIST-REORG HAS ROLLED OUT IS READ FROM ITS ARCHIVE
003500*    FILE (./STATION-HISTORY-ARCHIVE-YYYYMM.TXT) INSTEAD OF THE
003600*    LIVE FILE; EVERY OTHER MONTH IS READ FROM STATION-HIST
003700*    THROUGH ITS INDEX.  EVERY FILE IS OPENED INPUT ONLY -- THE
003800*    SAME AS NORMALS-BUILD -- SO AN INQUIRY NEVER HOLDS THE
003900*    HISTORY FILE AGAINST THE NIGHTLY CYCLE -- AND NO FILE IS
003910*    LEFT OPEN WHILE A PAGE WAITS FOR THE OPERATOR (4800).
004000*
004100*    THE FLAGS BESIDE EACH DAY:
004200*      C  A CORRECTED LINE FOR THE STATION WAS FOLDED INTO THE
004300*         DAY BY REJECT-REPROC (CORRECTION-AUDIT.TXT).
004400*      S  THE DAY'S MEAN MOVED MORE THAN DAY-EXCEPTIONS'
004500*         MEAN-MOVE THRESHOLD FROM THE STATION'S PREVIOUS DAY
004600*         ON FILE.
004700*      D  THE DAY'S READING COUNT FELL BELOW DAY-EXCEPTIONS'
004800*         COUNT-DROP PERCENT OF THE PREVIOUS DAY'S.
004900*      P  THE DAY'S MEAN SAT FURTHER THAN STATION-PLAUS'
005000*         DEVIATION THRESHOLD FROM ITS NEAREST NEIGHBORS' MEANS.
005100*      ?  THE S/D OR P CHECK COULD NOT BE MADE (NO CONTROL CARD,
005200*         NO COORDINATES, NO NEIGHBOR REPORTING THAT DAY).
005300*    NEITHER DAY-EXCEPTIONS NOR STATION-PLAUS KEEPS A FILE OF
005400*    WHAT IT FLAGGED, SO THE S, D AND P FLAGS ARE RE-DERIVED
005500*    FROM HISTORY THE WAY STATION-SCORECARD DOES, USING THE
005600*    THRESHOLDS ON THOSE PROGRAMS' OWN CONTROL CARDS
005700*    (./DAY-EXCEPTIONS-CONTROL.TXT LINES 3-4,
005800*    ./PLAUSIBILITY-CONTROL.TXT LINES 2-3).  THE DAY BEFORE THE
005900*    FROM DATE IS READ TOO SO THE FIRST DAY SHOWN HAS A PREVIOUS
006000*    DAY.  NEIGHBORS ARE PLACED BY TODAY'S MASTER COORDINATES.
006100******************************************************************
006200       ENVIRONMENT DIVISION.
006300       INPUT-OUTPUT SECTION.
006400       FILE-CONTROL.
006500           SELECT MASTER-FILE ASSIGN TO "./station-master.txt"
006600               ORGANIZATION IS LINE SEQUENTIAL
006700               FILE STATUS IS WS-MASTER-STATUS.
006800           SELECT HISTORY-FILE
006900               ASSIGN TO "./station-history.dat"
007000               ORGANIZATION IS INDEXED
007100               ACCESS MODE IS DYNAMIC
007200               RECORD KEY IS HST-KEY
007300               FILE STATUS IS WS-HISTORY-STATUS.
007400           SELECT ARCHIVE-FILE
007500               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
007600               ORGANIZATION IS LINE SEQUENTIAL
007700               FILE STATUS IS WS-ARCHIVE-STATUS.
007800           SELECT AUDIT-FILE ASSIGN TO "./correction-audit.txt"
007900               ORGANIZATION IS LINE SEQUENTIAL
008000               FILE STATUS IS WS-AUDIT-STATUS.
008100           SELECT SPIKE-CONTROL-FILE
008200               ASSIGN TO "./day-exceptions-control.txt"
008300               ORGANIZATION IS LINE SEQUENTIAL
008400               FILE STATUS IS WS-SPIKE-CONTROL-STATUS.
008500           SELECT PLAUS-CONTROL-FILE
008600               ASSIGN TO "./plausibility-control.txt"
008700               ORGANIZATION IS LINE SEQUENTIAL
008800               FILE STATUS IS WS-PLAUS-CONTROL-STATUS.
008900*
009000       DATA DIVISION.
009100       FILE SECTION.
009200       FD  MASTER-FILE.
009300       01  MASTER-REC                  PIC X(225).
009400*
009500       FD  HISTORY-FILE.
009600           COPY HISTREC.
009700*
009800       FD  ARCHIVE-FILE.
009900       01  ARCHIVE-REC                 PIC X(161).
010000*
010100       FD  AUDIT-FILE.
010200       01  AUDIT-LINE                  PIC X(350).
010300*
010400       FD  SPIKE-CONTROL-FILE.
010500       01  SPIKE-CONTROL-RECORD        PIC X(10).
010600*
010700       FD  PLAUS-CONTROL-FILE.
010800       01  PLAUS-CONTROL-RECORD        PIC X(10).
010900*
011000       WORKING-STORAGE SECTION.
011100       01  STATION-MASTER-REC.
011200           COPY STAMST.
011300*
011400*    PLAUS-TABLE HOLDS THE WHOLE MASTER -- NAME AND COORDINATES
011500*    -- PLUS THE MEAN OF EACH STATION THAT REPORTED ON THE DATE
011600*    BEING READ, THE SAME TABLE AND CHAINED HASH STATION-PLAUS
011700*    BUILDS.  TOUCH-TABLE LISTS THE ENTRIES GIVEN A MEAN FOR THE
011800*    CURRENT DATE SO THE NEXT DATE CAN CLEAR JUST THOSE.
011900       01  PLAUS-TABLE.
012000           05  PLB-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
012100           05  PLAUS-ENTRY OCCURS 10000 TIMES INDEXED BY PLB-IDX.
012200               10  PLB-NAME            PIC X(100).
012300               10  PLB-LATITUDE        PIC S9(02)V9(04) COMP-3.
012400               10  PLB-LONGITUDE       PIC S9(03)V9(04) COMP-3.
012500               10  PLB-COORDS-FLAG     PIC X(01).
012600                   88  PLB-HAS-COORDS  VALUE 'Y'.
012700               10  PLB-MEAN            PIC S9(4)V9(2) COMP-3.
012800               10  PLB-READING-FLAG    PIC X(01).
012900                   88  PLB-HAS-READING VALUE 'Y'.
013000               10  PLB-HASH-NEXT       PIC 9(05) COMP.
013100           05  PLB-HASH-BUCKET OCCURS 2003 TIMES
013200                                       PIC 9(05) COMP.
013300*
013400       01  TOUCH-TABLE.
013500           05  TCH-COUNT               PIC 9(05) COMP VALUE ZERO.
013600           05  TCH-IDX                 PIC 9(05) COMP
013700                                       OCCURS 10000 TIMES.
013800*
013900*    NEIGHBOR-TABLE IS THE STATION'S K NEAREST NEIGHBORS THAT
014000*    REPORTED ON THE DATE, KEPT SORTED BY DISTANCE (NEAREST
014100*    FIRST), AS IN STATION-PLAUS.
014200       01  NEIGHBOR-TABLE.
014300           05  NBR-COUNT               PIC 9(03) COMP.
014400           05  NEIGHBOR-ENTRY OCCURS 25 TIMES.
014500               10  NBR-DIST            PIC S9(07)V9(08) COMP-3.
014600               10  NBR-MEAN            PIC S9(4)V9(2) COMP-3.
014700*
014800*    CORRECTION-TABLE IS THE BUSINESS DATES IN THE RANGE ON
014900*    WHICH REJECT-REPROC FOLDED A CORRECTED LINE FOR THE STATION.
015000       01  CORRECTION-TABLE.
015100           05  COR-COUNT               PIC 9(03) COMP VALUE ZERO.
015200           05  COR-DATE                PIC X(08)
015300                                       OCCURS 500 TIMES.
015400*
015500*    THE STATION'S ROW FOR THE DATE BEING READ.  A DAY CARRIED
015600*    UNDER BOTH THE CURRENT AND FORMER NAME IS FOLDED THE WAY
015700*    HIST-REKEY FOLDS IT: COUNTS AND TOTALS ADD, MIN/MAX WIDEN,
015800*    AND THE PERCENTILES COME FROM THE LARGER-COUNT ROW.
015900       01  DAY-ROW.
016000           05  DRW-FLAG                PIC X(01).
016100               88  DRW-PRESENT         VALUE 'Y'.
016200           05  DRW-MIN                 PIC S9(04)V9(02) COMP-3.
016300           05  DRW-MAX                 PIC S9(04)V9(02) COMP-3.
016400           05  DRW-COUNT               PIC 9(10) COMP.
016500           05  DRW-TOTAL               PIC S9(12)V9(02) COMP-3.
016600           05  DRW-MEDIAN              PIC S9(04)V9(02) COMP-3.
016700           05  DRW-P90                 PIC S9(04)V9(02) COMP-3.
016800           05  DRW-PCT-COUNT           PIC 9(10) COMP.
016900*
017000       01  INQ-DETAIL-LINE.
017100           05  IDL-DATE                PIC X(08).
017200           05  FILLER                  PIC X(01) VALUE SPACES.
017300           05  IDL-MIN                 PIC -(3)9.99.
017400           05  FILLER                  PIC X(01) VALUE SPACES.
017500           05  IDL-MAX                 PIC -(3)9.99.
017600           05  FILLER                  PIC X(01) VALUE SPACES.
017700           05  IDL-MEAN                PIC -(3)9.99.
017800           05  FILLER                  PIC X(01) VALUE SPACES.
017900           05  IDL-COUNT               PIC Z(9)9.
018000           05  FILLER                  PIC X(01) VALUE SPACES.
018100           05  IDL-MEDIAN              PIC -(3)9.99.
018200           05  FILLER                  PIC X(01) VALUE SPACES.
018300           05  IDL-P90                 PIC -(3)9.99.
018400           05  FILLER                  PIC X(02) VALUE SPACES.
018500           05  IDL-FLAGS.
018600               10  IDL-CORRECTED       PIC X(01).
018700               10  IDL-SPIKE           PIC X(01).
018800               10  IDL-DROP            PIC X(01).
018900               10  IDL-PLAUS           PIC X(01).
019000*
019100       77  WS-MASTER-STATUS            PIC X(02).
019200       77  WS-HISTORY-STATUS           PIC X(02).
019300       77  WS-ARCHIVE-STATUS           PIC X(02).
019400       77  WS-AUDIT-STATUS             PIC X(02).
019500       77  WS-SPIKE-CONTROL-STATUS     PIC X(02).
019600       77  WS-PLAUS-CONTROL-STATUS     PIC X(02).
019700       77  WS-ARCHIVE-FILE-NAME        PIC X(200).
019800       77  WS-EOF-FLAG                 PIC X(01) VALUE SPACE.
019900           88  WS-EOF                  VALUE 'Y'.
020000       77  WS-DONE-FLAG                PIC X(01) VALUE 'N'.
020100           88  WS-DONE                 VALUE 'Y'.
020200       77  WS-QUIT-FLAG                PIC X(01) VALUE 'N'.
020300           88  WS-QUIT                 VALUE 'Y'.
020400       77  WS-HISTORY-OPEN-FLAG        PIC X(01) VALUE 'N'.
020500           88  WS-HISTORY-OPEN         VALUE 'Y'.
020510       77  WS-ARCHIVE-OPEN-FLAG        PIC X(01) VALUE 'N'.
020520           88  WS-ARCHIVE-OPEN         VALUE 'Y'.
020530       77  WS-HIST-HELD-FLAG           PIC X(01) VALUE 'N'.
020540           88  WS-HIST-HELD            VALUE 'Y'.
020550       77  WS-ARCH-HELD-FLAG           PIC X(01) VALUE 'N'.
020560           88  WS-ARCH-HELD            VALUE 'Y'.
020600       77  WS-SPIKE-CHECK-FLAG         PIC X(01) VALUE 'N'.
020700           88  WS-SPIKE-CHECK          VALUE 'Y'.
020800       77  WS-PLAUS-CHECK-FLAG         PIC X(01) VALUE 'N'.
020900           88  WS-PLAUS-CHECK          VALUE 'Y'.
021000       77  WS-ON-MASTER-FLAG           PIC X(01).
021100           88  WS-ON-MASTER            VALUE 'Y'.
021200       77  WS-FOUND-FLAG               PIC X(01).
021300           88  WS-FOUND                VALUE 'Y'.
021400       77  WS-PRIOR-FLAG               PIC X(01).
021500           88  WS-HAVE-PRIOR           VALUE 'Y'.
021600*
021700       77  WS-INQ-NAME                 PIC X(100).
021800       77  WS-MATCHED-MASTER           PIC X(225).
021900       77  WS-INQ-FROM-TEXT            PIC X(10).
022000       77  WS-INQ-TO-TEXT              PIC X(10).
022100       77  WS-PAGE-REPLY               PIC X(01).
022200       77  WS-TARGET-NAME              PIC X(100).
022300       77  WS-TARGET-ALIAS             PIC X(100).
022400       77  WS-TARGET-IDX               PIC 9(05) COMP.
022500       77  WS-CORRECTED-NAME           PIC X(100).
022600       77  WS-AUDIT-REST               PIC X(350).
022700*
022800       77  WS-RUN-DATE                 PIC X(08).
022900       77  WS-FROM-DATE                PIC 9(08).
023000       77  WS-TO-DATE                  PIC 9(08).
023100       77  WS-FROM-DATE-X              PIC X(08).
023200       77  WS-TO-DATE-X                PIC X(08).
023300       77  WS-SCAN-START               PIC 9(08).
023400       77  WS-SCAN-START-X             PIC X(08).
023500       77  WS-CURRENT-DATE-X           PIC X(08).
023600       77  WS-MONTH                    PIC 9(06).
023700       77  WS-MONTH-X REDEFINES WS-MONTH
023800                                       PIC X(06).
023900       77  WS-END-MONTH                PIC 9(06).
024000       77  WS-MONTH-YEAR               PIC 9(04).
024100       77  WS-MONTH-MM                 PIC 9(02).
024200       77  WS-WINDOW-FROM              PIC X(08).
024300       77  WS-WINDOW-TO                PIC X(08).
024400       77  WS-MONTH-SOURCE             PIC X(08).
024500*
024600       77  WS-CONTROL-TEXT             PIC X(10).
024700       77  WS-MEAN-THRESHOLD           PIC S9(3)V9(2) COMP-3.
024800       77  WS-DROP-PERCENT             PIC 9(3) COMP.
024900       77  WS-NEIGHBOR-COUNT           PIC 9(03) COMP.
025000       77  WS-DEV-THRESHOLD            PIC S9(3)V9(2) COMP-3.
025100*
025200       77  WS-PL-LOOKUP-NAME           PIC X(100).
025300       77  WS-PL-NAME-BYTES REDEFINES WS-PL-LOOKUP-NAME
025400                                       PIC X(01) OCCURS 100 TIMES.
025500       77  WS-PL-HASH-SUM              PIC 9(10) COMP.
025600       77  WS-PL-HASH-QUOT             PIC 9(10) COMP.
025700       77  WS-PL-HASH-REM              PIC 9(05) COMP.
025800       77  WS-PL-HASH-BUCKET-COUNT     PIC 9(05) COMP VALUE 2003.
025900       77  WS-PL-BUCKET                PIC 9(05) COMP.
026000       77  WS-PL-CHAIN-IDX             PIC 9(05) COMP.
026100       77  WS-PL-FOUND-IDX             PIC 9(05) COMP.
026200       77  WS-PL-CHAR-IDX              PIC 9(03) COMP.
026300       77  WS-MAX-PLAUS-STATIONS       PIC 9(05) COMP VALUE 10000.
026400       77  WS-MAX-CORRECTIONS          PIC 9(03) COMP VALUE 500.
026500*
026600       77  WS-TCH-SUB                  PIC 9(05) COMP.
026700       77  WS-COR-SUB                  PIC 9(03) COMP.
026800       77  WS-CAND-IDX                 PIC 9(05) COMP.
026900       77  WS-NBR-IDX                  PIC 9(03) COMP.
027000       77  WS-NBR-SLOT                 PIC 9(03) COMP.
027100       77  WS-DELTA-LAT                PIC S9(03)V9(04) COMP-3.
027200       77  WS-DELTA-LON                PIC S9(03)V9(04) COMP-3.
027300       77  WS-CAND-DIST                PIC S9(07)V9(08) COMP-3.
027400       77  WS-NBR-TOTAL                PIC S9(07)V9(02) COMP-3.
027500       77  WS-NBR-AVG                  PIC S9(4)V9(2) COMP-3.
027600       77  WS-MEAN-DEVIATION           PIC S9(4)V9(2) COMP-3.
027700       77  WS-DAY-MEAN                 PIC S9(4)V9(2) COMP-3.
027800       77  WS-LAST-MEAN                PIC S9(4)V9(2) COMP-3.
027900       77  WS-LAST-COUNT               PIC 9(10) COMP.
028000       77  WS-MEAN-DELTA               PIC S9(4)V9(2) COMP-3.
028100       77  WS-COUNT-FLOOR              PIC 9(10) COMP.
028200*
028300       77  WS-PAGE-SIZE                PIC 9(03) COMP VALUE 15.
028400       77  WS-PAGE-LINES               PIC 9(03) COMP.
028500       77  WS-DAYS-SHOWN               PIC 9(05) COMP.
028510       77  WS-ARCHIVE-READS            PIC 9(07) COMP.
028520       77  WS-ARCH-SKIP-IDX            PIC 9(07) COMP.
028530       77  WS-HELD-HST-RECORD          PIC X(161).
028600       77  WS-COUNT-ED                 PIC Z(4)9.
028700       77  WS-STATION-ID-ED            PIC Z(5)9.
028800       77  WS-LATITUDE-ED              PIC -9(2).9(4).
028900       77  WS-LONGITUDE-ED             PIC -9(3).9(4).
029000       77  WS-MEAN-ED                  PIC -(3)9.9(2).
029100       77  WS-PCT-ED                   PIC Z(2)9.
029200*
029300       PROCEDURE DIVISION.
029400******************************************************************
029500*    0000-MAINLINE
029600******************************************************************
029700       0000-MAINLINE.
029800           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
029900           PERFORM 2000-ONE-INQUIRY THRU 2000-ONE-INQUIRY-EXIT
030000               UNTIL WS-DONE
030100           DISPLAY 'STATION-INQUIRY: END OF INQUIRY'
030200           GO TO 9999-EXIT.
030300*
030400******************************************************************
030500*    1000-INITIALIZE
030600*    THE MASTER TABLE AND THE TWO SETS OF THRESHOLDS ARE LOADED
030700*    ONCE FOR THE SESSION.  A MISSING OR UNUSABLE CONTROL CARD
030800*    ONLY TURNS ITS CHECK OFF -- AN INQUIRY IS STILL WORTH
030900*    ANSWERING WITHOUT IT.
031000******************************************************************
031100       1000-INITIALIZE.
031200           INITIALIZE PLAUS-TABLE
031300           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
031400           DISPLAY 'STATION HISTORY INQUIRY          RUN DATE: '
031500               WS-RUN-DATE
031600           PERFORM 1100-LOAD-STATION-MASTER THRU
031700               1100-LOAD-STATION-MASTER-EXIT
031800           PERFORM 1300-READ-SPIKE-CONTROL THRU
031900               1300-READ-SPIKE-CONTROL-EXIT
032000           PERFORM 1400-READ-PLAUS-CONTROL THRU
032100               1400-READ-PLAUS-CONTROL-EXIT.
032200       1000-INITIALIZE-EXIT.
032300           EXIT.
032400*
032500******************************************************************
032600*    1100-LOAD-STATION-MASTER
032700******************************************************************
032800       1100-LOAD-STATION-MASTER.
032900           OPEN INPUT MASTER-FILE
033000           IF WS-MASTER-STATUS NOT = '00'
033100               DISPLAY 'STATION-INQUIRY: STATION MASTER NOT '
033200                   'AVAILABLE, STATUS=' WS-MASTER-STATUS
033300               GO TO 1100-LOAD-STATION-MASTER-EXIT
033400           END-IF
033500           MOVE SPACE TO WS-EOF-FLAG
033600           PERFORM 1200-READ-ONE-MASTER THRU
033700               1200-READ-ONE-MASTER-EXIT
033800               UNTIL WS-EOF
033900           CLOSE MASTER-FILE.
034000       1100-LOAD-STATION-MASTER-EXIT.
034100           EXIT.
034200*
034300******************************************************************
034400*    1200-READ-ONE-MASTER
034500*    SAME ENTRY BUILD AS STATION-PLAUS' 3200: COORDINATES THAT
034600*    ARE BOTH ZERO WERE NEVER PUNCHED.
034700******************************************************************
034800       1200-READ-ONE-MASTER.
034900           READ MASTER-FILE INTO STATION-MASTER-REC
035000               AT END
035100                   SET WS-EOF TO TRUE
035200                   GO TO 1200-READ-ONE-MASTER-EXIT
035300           END-READ
035400           IF STM-STATION-NAME = SPACES
035500               GO TO 1200-READ-ONE-MASTER-EXIT
035600           END-IF
035700           IF PLB-LAST-IDX NOT < WS-MAX-PLAUS-STATIONS
035800               DISPLAY 'STATION-INQUIRY: MASTER TABLE FULL - '
035900                   'RECORD DROPPED'
036000               GO TO 1200-READ-ONE-MASTER-EXIT
036100           END-IF
036200           MOVE STM-STATION-NAME TO WS-PL-LOOKUP-NAME
036300           PERFORM 6000-COMPUTE-PLAUS-HASH THRU
036400               6000-COMPUTE-PLAUS-HASH-EXIT
036500           ADD 1 TO PLB-LAST-IDX
036600           MOVE PLB-LAST-IDX TO WS-PL-FOUND-IDX
036700           MOVE STM-STATION-NAME TO PLB-NAME(WS-PL-FOUND-IDX)
036800           IF STM-LATITUDE IS NUMERIC
036900               MOVE STM-LATITUDE TO PLB-LATITUDE(WS-PL-FOUND-IDX)
037000           ELSE
037100               MOVE ZERO TO PLB-LATITUDE(WS-PL-FOUND-IDX)
037200           END-IF
037300           IF STM-LONGITUDE IS NUMERIC
037400               MOVE STM-LONGITUDE TO
037500                   PLB-LONGITUDE(WS-PL-FOUND-IDX)
037600           ELSE
037700               MOVE ZERO TO PLB-LONGITUDE(WS-PL-FOUND-IDX)
037800           END-IF
037900           IF PLB-LATITUDE(WS-PL-FOUND-IDX) = ZERO AND
038000               PLB-LONGITUDE(WS-PL-FOUND-IDX) = ZERO
038100               MOVE 'N' TO PLB-COORDS-FLAG(WS-PL-FOUND-IDX)
038200           ELSE
038300               MOVE 'Y' TO PLB-COORDS-FLAG(WS-PL-FOUND-IDX)
038400           END-IF
038500           MOVE 'N' TO PLB-READING-FLAG(WS-PL-FOUND-IDX)
038600           MOVE ZERO TO PLB-MEAN(WS-PL-FOUND-IDX)
038700           MOVE ZERO TO PLB-HASH-NEXT(WS-PL-FOUND-IDX)
038800           IF PLB-HASH-BUCKET(WS-PL-BUCKET) NOT = ZERO
038900               MOVE PLB-HASH-BUCKET(WS-PL-BUCKET) TO
039000                   PLB-HASH-NEXT(WS-PL-FOUND-IDX)
039100           END-IF
039200           MOVE WS-PL-FOUND-IDX TO PLB-HASH-BUCKET(WS-PL-BUCKET).
039300       1200-READ-ONE-MASTER-EXIT.
039400           EXIT.
039500*
039600******************************************************************
039700*    1300-READ-SPIKE-CONTROL
039800*    LINES 3 AND 4 OF DAY-EXCEPTIONS' CONTROL CARD; LINES 1-2
039900*    (THAT RUN'S DATES) ARE SKIPPED.
040000******************************************************************
040100       1300-READ-SPIKE-CONTROL.
040200           OPEN INPUT SPIKE-CONTROL-FILE
040300           IF WS-SPIKE-CONTROL-STATUS NOT = '00'
040400               DISPLAY 'STATION-INQUIRY: NO DAY-EXCEPTIONS '
040500                   'CONTROL CARD - SPIKE/DROP FLAGS NOT CHECKED'
040600               GO TO 1300-READ-SPIKE-CONTROL-EXIT
040700           END-IF
040800           MOVE SPACES TO WS-CONTROL-TEXT
040900           READ SPIKE-CONTROL-FILE INTO WS-CONTROL-TEXT
041000           READ SPIKE-CONTROL-FILE INTO WS-CONTROL-TEXT
041100           MOVE SPACES TO WS-CONTROL-TEXT
041200           READ SPIKE-CONTROL-FILE INTO WS-CONTROL-TEXT
041300           IF WS-CONTROL-TEXT NOT = SPACES
041400               COMPUTE WS-MEAN-THRESHOLD =
041500                   FUNCTION NUMVAL(WS-CONTROL-TEXT)
041600           ELSE
041700               MOVE ZERO TO WS-MEAN-THRESHOLD
041800           END-IF
041900           MOVE SPACES TO WS-CONTROL-TEXT
042000           READ SPIKE-CONTROL-FILE INTO WS-CONTROL-TEXT
042100           IF WS-CONTROL-TEXT NOT = SPACES
042200               COMPUTE WS-DROP-PERCENT =
042300                   FUNCTION NUMVAL(WS-CONTROL-TEXT)
042400           ELSE
042500               MOVE ZERO TO WS-DROP-PERCENT
042600           END-IF
042700           CLOSE SPIKE-CONTROL-FILE
042800           IF WS-MEAN-THRESHOLD NOT > ZERO OR
042900               WS-DROP-PERCENT = ZERO OR WS-DROP-PERCENT > 100
043000               DISPLAY 'STATION-INQUIRY: INVALID DAY-EXCEPTIONS '
043100                   'CONTROL CARD - SPIKE/DROP FLAGS NOT CHECKED'
043200               GO TO 1300-READ-SPIKE-CONTROL-EXIT
043300           END-IF
043400           SET WS-SPIKE-CHECK TO TRUE.
043500       1300-READ-SPIKE-CONTROL-EXIT.
043600           EXIT.
043700*
043800******************************************************************
043900*    1400-READ-PLAUS-CONTROL
044000*    LINES 2 AND 3 OF STATION-PLAUS' CONTROL CARD; LINE 1 (THAT
044100*    RUN'S DATE) IS SKIPPED.  SAME LIMITS AS STATION-PLAUS.
044200******************************************************************
044300       1400-READ-PLAUS-CONTROL.
044400           OPEN INPUT PLAUS-CONTROL-FILE
044500           IF WS-PLAUS-CONTROL-STATUS NOT = '00'
044600               DISPLAY 'STATION-INQUIRY: NO PLAUSIBILITY CONTROL '
044700                   'CARD - PLAUSIBILITY FLAG NOT CHECKED'
044800               GO TO 1400-READ-PLAUS-CONTROL-EXIT
044900           END-IF
045000           MOVE SPACES TO WS-CONTROL-TEXT
045100           READ PLAUS-CONTROL-FILE INTO WS-CONTROL-TEXT
045200           MOVE SPACES TO WS-CONTROL-TEXT
045300           READ PLAUS-CONTROL-FILE INTO WS-CONTROL-TEXT
045400           IF WS-CONTROL-TEXT NOT = SPACES
045500               COMPUTE WS-NEIGHBOR-COUNT =
045600                   FUNCTION NUMVAL(WS-CONTROL-TEXT)
045700           ELSE
045800               MOVE ZERO TO WS-NEIGHBOR-COUNT
045900           END-IF
046000           MOVE SPACES TO WS-CONTROL-TEXT
046100           READ PLAUS-CONTROL-FILE INTO WS-CONTROL-TEXT
046200           IF WS-CONTROL-TEXT NOT = SPACES
046300               COMPUTE WS-DEV-THRESHOLD =
046400                   FUNCTION NUMVAL(WS-CONTROL-TEXT)
046500           ELSE
046600               MOVE ZERO TO WS-DEV-THRESHOLD
046700           END-IF
046800           CLOSE PLAUS-CONTROL-FILE
046900           IF WS-NEIGHBOR-COUNT = ZERO OR
047000               WS-NEIGHBOR-COUNT > 25 OR
047100               WS-DEV-THRESHOLD NOT > ZERO
047200               DISPLAY 'STATION-INQUIRY: INVALID PLAUSIBILITY '
047300                   'CONTROL CARD - PLAUSIBILITY FLAG NOT CHECKED'
047400               GO TO 1400-READ-PLAUS-CONTROL-EXIT
047500           END-IF
047600           SET WS-PLAUS-CHECK TO TRUE.
047700       1400-READ-PLAUS-CONTROL-EXIT.
047800           EXIT.
047900*
048000******************************************************************
048100*    2000-ONE-INQUIRY
048200*    ONE STATION AND DATE RANGE FROM THE TERMINAL.  A BAD DATE
048300*    IS REPORTED AND THE STATION PROMPT COMES BACK.
048400******************************************************************
048500       2000-ONE-INQUIRY.
048600           DISPLAY ' '
048700           DISPLAY 'STATION NAME OR FORMER NAME '
048800               '(BLANK TO END): ' WITH NO ADVANCING
048900           MOVE SPACES TO WS-INQ-NAME
049000           ACCEPT WS-INQ-NAME
049100           IF WS-INQ-NAME = SPACES
049200               SET WS-DONE TO TRUE
049300               GO TO 2000-ONE-INQUIRY-EXIT
049400           END-IF
049500           DISPLAY 'FROM DATE (YYYYMMDD): ' WITH NO ADVANCING
049600           MOVE SPACES TO WS-INQ-FROM-TEXT
049700           ACCEPT WS-INQ-FROM-TEXT
049800           DISPLAY 'TO DATE (YYYYMMDD, BLANK = FROM DATE ONLY): '
049900               WITH NO ADVANCING
050000           MOVE SPACES TO WS-INQ-TO-TEXT
050100           ACCEPT WS-INQ-TO-TEXT
050200           IF WS-INQ-TO-TEXT = SPACES
050300               MOVE WS-INQ-FROM-TEXT TO WS-INQ-TO-TEXT
050400           END-IF
050500           IF WS-INQ-FROM-TEXT(1:8) IS NOT NUMERIC OR
050600               WS-INQ-FROM-TEXT(9:2) NOT = SPACES OR
050700               WS-INQ-TO-TEXT(1:8) IS NOT NUMERIC OR
050800               WS-INQ-TO-TEXT(9:2) NOT = SPACES
050900               DISPLAY 'STATION-INQUIRY: DATES MUST BE YYYYMMDD'
051000               GO TO 2000-ONE-INQUIRY-EXIT
051100           END-IF
051200           MOVE WS-INQ-FROM-TEXT(1:8) TO WS-FROM-DATE
051300           MOVE WS-INQ-TO-TEXT(1:8) TO WS-TO-DATE
051400           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0 OR
051500               FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = 0
051600               DISPLAY 'STATION-INQUIRY: NOT A CALENDAR DATE'
051700               GO TO 2000-ONE-INQUIRY-EXIT
051800           END-IF
051900           IF WS-FROM-DATE > WS-TO-DATE
052000               DISPLAY 'STATION-INQUIRY: FROM DATE IS AFTER '
052100                   'TO DATE'
052200               GO TO 2000-ONE-INQUIRY-EXIT
052300           END-IF
052400           MOVE WS-FROM-DATE TO WS-FROM-DATE-X
052500           MOVE WS-TO-DATE TO WS-TO-DATE-X
052600           COMPUTE WS-SCAN-START = FUNCTION DATE-OF-INTEGER
052700               (FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) - 1)
052800           MOVE WS-SCAN-START TO WS-SCAN-START-X
052900           PERFORM 3000-FIND-STATION THRU 3000-FIND-STATION-EXIT
053000           PERFORM 3500-LOAD-CORRECTIONS THRU
053100               3500-LOAD-CORRECTIONS-EXIT
053200           PERFORM 4000-SHOW-HISTORY THRU 4000-SHOW-HISTORY-EXIT.
053300       2000-ONE-INQUIRY-EXIT.
053400           EXIT.
053500*
053600******************************************************************
053700*    3000-FIND-STATION
053800*    THE MASTER IS RE-READ FOR EACH INQUIRY SO THE DETAILS SHOWN
053900*    ARE THE FULL RECORD, NOT JUST WHAT THE TABLE CARRIES.  A
054000*    CURRENT-NAME MATCH WINS OVER A FORMER-NAME MATCH.
054100******************************************************************
054200       3000-FIND-STATION.
054300           MOVE 'N' TO WS-ON-MASTER-FLAG
054400           MOVE WS-INQ-NAME TO WS-TARGET-NAME
054500           MOVE SPACES TO WS-TARGET-ALIAS
054600           OPEN INPUT MASTER-FILE
054700           IF WS-MASTER-STATUS = '00'
054800               MOVE SPACE TO WS-EOF-FLAG
054900               PERFORM 3100-MATCH-ONE-MASTER THRU
055000                   3100-MATCH-ONE-MASTER-EXIT
055100                   UNTIL WS-EOF
055200               CLOSE MASTER-FILE
055300           END-IF
055400           DISPLAY ' '
055500           IF NOT WS-ON-MASTER
055600               DISPLAY 'STATION NOT ON THE STATION MASTER - '
055700                   'HISTORY IS SEARCHED UNDER THE NAME AS KEYED'
055800               DISPLAY 'STATION:     '
055900                   FUNCTION TRIM(WS-TARGET-NAME TRAILING)
056000               MOVE ZERO TO WS-TARGET-IDX
056100               GO TO 3000-FIND-STATION-EXIT
056200           END-IF
056300           MOVE WS-MATCHED-MASTER TO STATION-MASTER-REC
056400           MOVE STM-STATION-ID TO WS-STATION-ID-ED
056500           DISPLAY 'STATION:     '
056600               FUNCTION TRIM(STM-STATION-NAME TRAILING)
056700               '   (ID ' WS-STATION-ID-ED ')'
056800           IF STM-STATION-NAME NOT = WS-INQ-NAME
056900               DISPLAY '             KEYED AS ITS FORMER NAME'
057000           END-IF
057100           IF STM-ALIAS-NAME NOT = SPACES
057200               DISPLAY 'FORMER NAME: '
057300                   FUNCTION TRIM(STM-ALIAS-NAME TRAILING)
057400           END-IF
057500           IF STM-LATITUDE IS NUMERIC
057600               MOVE STM-LATITUDE TO WS-LATITUDE-ED
057700           ELSE
057800               MOVE ZERO TO WS-LATITUDE-ED
057900           END-IF
058000           IF STM-LONGITUDE IS NUMERIC
058100               MOVE STM-LONGITUDE TO WS-LONGITUDE-ED
058200           ELSE
058300               MOVE ZERO TO WS-LONGITUDE-ED
058400           END-IF
058500           EVALUATE TRUE
058600               WHEN STM-ACTIVE
058700                   DISPLAY 'REGION: ' STM-REGION-CODE
058800                       '   STATUS: ACTIVE'
058900                       '   LAT: ' WS-LATITUDE-ED
059000                       '   LONG: ' WS-LONGITUDE-ED
059100               WHEN STM-INACTIVE
059200                   DISPLAY 'REGION: ' STM-REGION-CODE
059300                       '   STATUS: INACTIVE'
059400                       '   LAT: ' WS-LATITUDE-ED
059500                       '   LONG: ' WS-LONGITUDE-ED
059600               WHEN OTHER
059700                   DISPLAY 'REGION: ' STM-REGION-CODE
059800                       '   STATUS: ' STM-STATUS
059900                       '   LAT: ' WS-LATITUDE-ED
060000                       '   LONG: ' WS-LONGITUDE-ED
060100           END-EVALUATE
060200           MOVE STM-STATION-NAME TO WS-TARGET-NAME
060300           MOVE STM-ALIAS-NAME TO WS-TARGET-ALIAS
060400           MOVE STM-STATION-NAME TO WS-PL-LOOKUP-NAME
060500           PERFORM 6100-FIND-PLAUS-ENTRY THRU
060600               6100-FIND-PLAUS-ENTRY-EXIT
060700           MOVE WS-PL-FOUND-IDX TO WS-TARGET-IDX.
060800       3000-FIND-STATION-EXIT.
060900           EXIT.
061000*
061100******************************************************************
061200*    3100-MATCH-ONE-MASTER
061300******************************************************************
061400       3100-MATCH-ONE-MASTER.
061500           READ MASTER-FILE INTO STATION-MASTER-REC
061600               AT END
061700                   SET WS-EOF TO TRUE
061800                   GO TO 3100-MATCH-ONE-MASTER-EXIT
061900           END-READ
062000           IF STM-STATION-NAME = WS-INQ-NAME
062100               MOVE STATION-MASTER-REC TO WS-MATCHED-MASTER
062200               SET WS-ON-MASTER TO TRUE
062300               SET WS-EOF TO TRUE
062400               GO TO 3100-MATCH-ONE-MASTER-EXIT
062500           END-IF
062600           IF STM-ALIAS-NAME = WS-INQ-NAME AND
062700               NOT WS-ON-MASTER
062800               MOVE STATION-MASTER-REC TO WS-MATCHED-MASTER
062900               SET WS-ON-MASTER TO TRUE
063000           END-IF.
063100       3100-MATCH-ONE-MASTER-EXIT.
063200           EXIT.
063300*
063400******************************************************************
063500*    3500-LOAD-CORRECTIONS
063600*    PICKS THE CORRECTED LINES OUT OF THE GROW-ONLY CORRECTION
063700*    AUDIT (SEE REJECT-REPROC'S 2200): BUSINESS DATE IN COLS
063800*    32-39, DISPOSITION FROM COL 41, AND THE CORRECTED LINE --
063900*    STATION;READING -- AFTER '  CORRECTED='.  NO AUDIT FILE
064000*    MEANS NOTHING HAS EVER BEEN CORRECTED.
064100******************************************************************
064200       3500-LOAD-CORRECTIONS.
064300           MOVE ZERO TO COR-COUNT
064400           OPEN INPUT AUDIT-FILE
064500           IF WS-AUDIT-STATUS NOT = '00'
064600               GO TO 3500-LOAD-CORRECTIONS-EXIT
064700           END-IF
064800           MOVE SPACE TO WS-EOF-FLAG
064900           PERFORM 3600-READ-ONE-AUDIT THRU
065000               3600-READ-ONE-AUDIT-EXIT
065100               UNTIL WS-EOF
065200           CLOSE AUDIT-FILE.
065300       3500-LOAD-CORRECTIONS-EXIT.
065400           EXIT.
065500*
065600******************************************************************
065700*    3600-READ-ONE-AUDIT
065800******************************************************************
065900       3600-READ-ONE-AUDIT.
066000           READ AUDIT-FILE
066100               AT END
066200                   SET WS-EOF TO TRUE
066300                   GO TO 3600-READ-ONE-AUDIT-EXIT
066400           END-READ
066500           IF AUDIT-LINE(41:10) NOT = 'CORRECTED '
066600               GO TO 3600-READ-ONE-AUDIT-EXIT
066700           END-IF
066800           IF AUDIT-LINE(32:8) < WS-FROM-DATE-X OR
066900               AUDIT-LINE(32:8) > WS-TO-DATE-X
067000               GO TO 3600-READ-ONE-AUDIT-EXIT
067100           END-IF
067200           MOVE SPACES TO WS-AUDIT-REST
067300           MOVE SPACES TO WS-CORRECTED-NAME
067400           UNSTRING AUDIT-LINE DELIMITED BY '  CORRECTED='
067500               INTO WS-AUDIT-REST WS-AUDIT-REST
067600           END-UNSTRING
067700           UNSTRING WS-AUDIT-REST DELIMITED BY ';'
067800               INTO WS-CORRECTED-NAME
067900           END-UNSTRING
068000           IF WS-CORRECTED-NAME NOT = WS-TARGET-NAME AND
068100               (WS-TARGET-ALIAS = SPACES OR
068200               WS-CORRECTED-NAME NOT = WS-TARGET-ALIAS)
068300               GO TO 3600-READ-ONE-AUDIT-EXIT
068400           END-IF
068500           MOVE 'N' TO WS-FOUND-FLAG
068600           PERFORM VARYING WS-COR-SUB FROM 1 BY 1
068700               UNTIL WS-COR-SUB > COR-COUNT
068800               IF COR-DATE(WS-COR-SUB) = AUDIT-LINE(32:8)
068900                   SET WS-FOUND TO TRUE
069000               END-IF
069100           END-PERFORM
069200           IF WS-FOUND OR COR-COUNT NOT < WS-MAX-CORRECTIONS
069300               GO TO 3600-READ-ONE-AUDIT-EXIT
069400           END-IF
069500           ADD 1 TO COR-COUNT
069600           MOVE AUDIT-LINE(32:8) TO COR-DATE(COR-COUNT).
069700       3600-READ-ONE-AUDIT-EXIT.
069800           EXIT.
069900*
070000******************************************************************
070100*    4000-SHOW-HISTORY
070200*    ONE MONTH AT A TIME FROM THE MONTH OF THE DAY BEFORE THE
070300*    FROM DATE THROUGH THE MONTH OF THE TO DATE, EACH FROM ITS
070400*    ARCHIVE WHEN HIST-REORG HAS ROLLED IT OUT, ELSE FROM THE
070500*    LIVE FILE.  RECORDS ARRIVE DATE-MAJOR EITHER WAY, SO A
070600*    CHANGE OF DATE CLOSES OFF THE DAY BEFORE IT.
070700******************************************************************
070800       4000-SHOW-HISTORY.
070900           MOVE 'N' TO WS-QUIT-FLAG
071000           MOVE 'N' TO WS-PRIOR-FLAG
071100           MOVE 'N' TO DRW-FLAG
071200           MOVE SPACES TO WS-CURRENT-DATE-X
071300           MOVE ZERO TO WS-PAGE-LINES
071400           MOVE ZERO TO WS-DAYS-SHOWN
071500           PERFORM 5500-CLEAR-TOUCHED THRU 5500-CLEAR-TOUCHED-EXIT
071600           MOVE 'N' TO WS-HISTORY-OPEN-FLAG
071700           OPEN INPUT HISTORY-FILE
071800           IF WS-HISTORY-STATUS = '00'
071900               SET WS-HISTORY-OPEN TO TRUE
072000           ELSE
072100               DISPLAY 'STATION-INQUIRY: HISTORY FILE NOT '
072200                   'AVAILABLE, STATUS=' WS-HISTORY-STATUS
072300                   ' - ONLY ARCHIVED MONTHS CAN BE SHOWN'
072400           END-IF
072500           PERFORM 4900-SHOW-HEADINGS THRU 4900-SHOW-HEADINGS-EXIT
072600           MOVE WS-SCAN-START-X(1:6) TO WS-MONTH-X
072700           MOVE WS-TO-DATE-X(1:6) TO WS-END-MONTH
072800           PERFORM 4100-READ-ONE-MONTH THRU
072900               4100-READ-ONE-MONTH-EXIT
073000               UNTIL WS-MONTH > WS-END-MONTH OR WS-QUIT
073100           IF NOT WS-QUIT
073200               PERFORM 5000-CLOSE-DATE THRU 5000-CLOSE-DATE-EXIT
073300           END-IF
073400           IF WS-HISTORY-OPEN
073500               CLOSE HISTORY-FILE
073600           END-IF
073700           MOVE WS-DAYS-SHOWN TO WS-COUNT-ED
073800           DISPLAY ' '
073900           DISPLAY 'DAYS SHOWN: ' WS-COUNT-ED.
074000       4000-SHOW-HISTORY-EXIT.
074100           EXIT.
074200*
074300******************************************************************
074400*    4100-READ-ONE-MONTH
074500******************************************************************
074600       4100-READ-ONE-MONTH.
074700           STRING WS-MONTH-X DELIMITED BY SIZE
074800               '01' DELIMITED BY SIZE
074900               INTO WS-WINDOW-FROM
075000           END-STRING
075100           IF WS-WINDOW-FROM < WS-SCAN-START-X
075200               MOVE WS-SCAN-START-X TO WS-WINDOW-FROM
075300           END-IF
075400           STRING WS-MONTH-X DELIMITED BY SIZE
075500               '31' DELIMITED BY SIZE
075600               INTO WS-WINDOW-TO
075700           END-STRING
075800           IF WS-WINDOW-TO > WS-TO-DATE-X
075900               MOVE WS-TO-DATE-X TO WS-WINDOW-TO
076000           END-IF
076100           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
076200           STRING './station-history-archive-' DELIMITED BY SIZE
076300               WS-MONTH-X DELIMITED BY SIZE
076400               '.txt' DELIMITED BY SIZE
076500               INTO WS-ARCHIVE-FILE-NAME
076600           END-STRING
076700           OPEN INPUT ARCHIVE-FILE
076800           IF WS-ARCHIVE-STATUS = '00'
076810               SET WS-ARCHIVE-OPEN TO TRUE
076820               MOVE ZERO TO WS-ARCHIVE-READS
076900               MOVE 'ARCHIVE' TO WS-MONTH-SOURCE
077000               IF WS-WINDOW-TO NOT < WS-FROM-DATE-X
077100                   DISPLAY '  -- ' WS-MONTH-X ' READ FROM '
077200                       FUNCTION TRIM(WS-ARCHIVE-FILE-NAME)
077300                   PERFORM 4800-COUNT-PAGE-LINE THRU
077400                       4800-COUNT-PAGE-LINE-EXIT
077500               END-IF
077600               MOVE SPACE TO WS-EOF-FLAG
077700               PERFORM 4200-READ-ONE-ARCHIVED THRU
077800                   4200-READ-ONE-ARCHIVED-EXIT
077900                   UNTIL WS-EOF OR WS-QUIT
078000               IF WS-ARCHIVE-OPEN
078010                   CLOSE ARCHIVE-FILE
078020                   MOVE 'N' TO WS-ARCHIVE-OPEN-FLAG
078030               END-IF
078100           ELSE
078200               MOVE 'LIVE' TO WS-MONTH-SOURCE
078300               IF WS-HISTORY-OPEN
078400                   PERFORM 4300-SCAN-LIVE-MONTH THRU
078500                       4300-SCAN-LIVE-MONTH-EXIT
078600               END-IF
078700           END-IF
078800           MOVE WS-MONTH(1:4) TO WS-MONTH-YEAR
078900           MOVE WS-MONTH(5:2) TO WS-MONTH-MM
079000           IF WS-MONTH-MM = 12
079100               ADD 1 TO WS-MONTH-YEAR
079200               MOVE 1 TO WS-MONTH-MM
079300           ELSE
079400               ADD 1 TO WS-MONTH-MM
079500           END-IF
079600           COMPUTE WS-MONTH = WS-MONTH-YEAR * 100 + WS-MONTH-MM.
079700       4100-READ-ONE-MONTH-EXIT.
079800           EXIT.
079900*
080000******************************************************************
080100*    4200-READ-ONE-ARCHIVED
080200*    AN ARCHIVE IS WRITTEN IN KEY ORDER (SEE HIST-REORG), SO THE
080300*    READ CAN STOP AT THE FIRST DATE PAST THE WINDOW.
080400******************************************************************
080500       4200-READ-ONE-ARCHIVED.
080600           READ ARCHIVE-FILE INTO HST-RECORD
080700               AT END
080800                   SET WS-EOF TO TRUE
080900                   GO TO 4200-READ-ONE-ARCHIVED-EXIT
081000           END-READ
081050           ADD 1 TO WS-ARCHIVE-READS
081100           IF HST-DATE < WS-WINDOW-FROM
081200               GO TO 4200-READ-ONE-ARCHIVED-EXIT
081300           END-IF
081400           IF HST-DATE > WS-WINDOW-TO
081500               SET WS-EOF TO TRUE
081600               GO TO 4200-READ-ONE-ARCHIVED-EXIT
081700           END-IF
081800           PERFORM 4500-TAKE-HISTORY-RECORD THRU
081900               4500-TAKE-HISTORY-RECORD-EXIT.
082000       4200-READ-ONE-ARCHIVED-EXIT.
082100           EXIT.
082200*
082300******************************************************************
082400*    4300-SCAN-LIVE-MONTH
082500*    A POSITIONED RANGE SCAN THROUGH THE INDEX, AS IN
082600*    STATION-SCORECARD'S 4000.  A START THAT FINDS NOTHING
082700*    (STATUS 23) MEANS THE WINDOW HAS NO HISTORY.
082800******************************************************************
082900       4300-SCAN-LIVE-MONTH.
083000           MOVE SPACES TO HST-RECORD
083100           MOVE WS-WINDOW-FROM TO HST-DATE
083200           MOVE LOW-VALUES TO HST-STATION-NAME
083300           START HISTORY-FILE KEY NOT < HST-KEY
083400           IF WS-HISTORY-STATUS NOT = '00'
083500               GO TO 4300-SCAN-LIVE-MONTH-EXIT
083600           END-IF
083700           MOVE SPACE TO WS-EOF-FLAG
083800           PERFORM 4400-READ-ONE-LIVE THRU 4400-READ-ONE-LIVE-EXIT
083900               UNTIL WS-EOF OR WS-QUIT.
084000       4300-SCAN-LIVE-MONTH-EXIT.
084100           EXIT.
084200*
084300******************************************************************
084400*    4400-READ-ONE-LIVE
084500******************************************************************
084600       4400-READ-ONE-LIVE.
084700           READ HISTORY-FILE NEXT
084800               AT END
084900                   SET WS-EOF TO TRUE
085000                   GO TO 4400-READ-ONE-LIVE-EXIT
085100           END-READ
085200           IF HST-DATE > WS-WINDOW-TO
085300               SET WS-EOF TO TRUE
085400               GO TO 4400-READ-ONE-LIVE-EXIT
085500           END-IF
085600           PERFORM 4500-TAKE-HISTORY-RECORD THRU
085700               4500-TAKE-HISTORY-RECORD-EXIT.
085800       4400-READ-ONE-LIVE-EXIT.
085900           EXIT.
086000*
086100******************************************************************
086200*    4500-TAKE-HISTORY-RECORD
086300*    THE STATION'S OWN ROW(S) GO TO DAY-ROW; EVERY STATION'S
086400*    MEAN GOES TO THE MASTER TABLE FOR THE NEIGHBOR CHECK.
086500******************************************************************
086600       4500-TAKE-HISTORY-RECORD.
086700           IF HST-DATE NOT = WS-CURRENT-DATE-X
086800               PERFORM 5000-CLOSE-DATE THRU 5000-CLOSE-DATE-EXIT
086900               IF WS-QUIT
087000                   GO TO 4500-TAKE-HISTORY-RECORD-EXIT
087100               END-IF
087200               MOVE HST-DATE TO WS-CURRENT-DATE-X
087300           END-IF
087400           IF HST-COUNT IS NOT NUMERIC OR HST-COUNT = ZERO
087500               GO TO 4500-TAKE-HISTORY-RECORD-EXIT
087600           END-IF
087700           IF HST-STATION-NAME = WS-TARGET-NAME OR
087800               (WS-TARGET-ALIAS NOT = SPACES AND
087900               HST-STATION-NAME = WS-TARGET-ALIAS)
088000               PERFORM 4600-FOLD-STATION-ROW THRU
088100                   4600-FOLD-STATION-ROW-EXIT
088200               GO TO 4500-TAKE-HISTORY-RECORD-EXIT
088300           END-IF
088400           MOVE HST-STATION-NAME TO WS-PL-LOOKUP-NAME
088500           PERFORM 6100-FIND-PLAUS-ENTRY THRU
088600               6100-FIND-PLAUS-ENTRY-EXIT
088700           IF WS-PL-FOUND-IDX = ZERO
088800               GO TO 4500-TAKE-HISTORY-RECORD-EXIT
088900           END-IF
089000           IF NOT PLB-HAS-READING(WS-PL-FOUND-IDX)
089100               ADD 1 TO TCH-COUNT
089200               MOVE WS-PL-FOUND-IDX TO TCH-IDX(TCH-COUNT)
089300               MOVE 'Y' TO PLB-READING-FLAG(WS-PL-FOUND-IDX)
089400           END-IF
089500           COMPUTE PLB-MEAN(WS-PL-FOUND-IDX) ROUNDED =
089600               HST-TOTAL / HST-COUNT.
089700       4500-TAKE-HISTORY-RECORD-EXIT.
089800           EXIT.
089900*
090000******************************************************************
090100*    4600-FOLD-STATION-ROW
090200******************************************************************
090300       4600-FOLD-STATION-ROW.
090400           IF NOT DRW-PRESENT
090500               MOVE 'Y' TO DRW-FLAG
090600               MOVE HST-MIN TO DRW-MIN
090700               MOVE HST-MAX TO DRW-MAX
090800               MOVE HST-COUNT TO DRW-COUNT
090900               MOVE HST-TOTAL TO DRW-TOTAL
091000               MOVE HST-MEDIAN TO DRW-MEDIAN
091100               MOVE HST-P90 TO DRW-P90
091200               MOVE HST-COUNT TO DRW-PCT-COUNT
091300               GO TO 4600-FOLD-STATION-ROW-EXIT
091400           END-IF
091500           IF HST-MIN < DRW-MIN
091600               MOVE HST-MIN TO DRW-MIN
091700           END-IF
091800           IF HST-MAX > DRW-MAX
091900               MOVE HST-MAX TO DRW-MAX
092000           END-IF
092100           ADD HST-COUNT TO DRW-COUNT
092200           ADD HST-TOTAL TO DRW-TOTAL
092300           IF HST-COUNT > DRW-PCT-COUNT
092400               MOVE HST-MEDIAN TO DRW-MEDIAN
092500               MOVE HST-P90 TO DRW-P90
092600               MOVE HST-COUNT TO DRW-PCT-COUNT
092700           END-IF.
092800       4600-FOLD-STATION-ROW-EXIT.
092900           EXIT.
093000*
093100******************************************************************
093200*    4800-COUNT-PAGE-LINE
093300*    A FULL PAGE WAITS FOR THE OPERATOR.  Q STOPS THE LISTING.
093310*    THE HISTORY AND ARCHIVE FILES ARE CLOSED FOR THE WAIT, SO
093320*    A DESK THAT WALKS AWAY FROM THE PROMPT NEVER HOLDS THEM
093330*    AGAINST HIST-REORG OR THE NIGHTLY CYCLE, AND REOPENED
093340*    WHERE THEY LEFT OFF AFTER THE REPLY (4820).
093400******************************************************************
093500       4800-COUNT-PAGE-LINE.
093600           ADD 1 TO WS-PAGE-LINES
093700           IF WS-PAGE-LINES < WS-PAGE-SIZE
093800               GO TO 4800-COUNT-PAGE-LINE-EXIT
093900           END-IF
093950           PERFORM 4810-RELEASE-FILES THRU 4810-RELEASE-FILES-EXIT
094000           DISPLAY '-- ENTER FOR MORE, Q TO STOP: '
094100               WITH NO ADVANCING
094200           MOVE SPACE TO WS-PAGE-REPLY
094300           ACCEPT WS-PAGE-REPLY
094400           IF WS-PAGE-REPLY = 'Q' OR WS-PAGE-REPLY = 'q'
094500               SET WS-QUIT TO TRUE
094600               GO TO 4800-COUNT-PAGE-LINE-EXIT
094700           END-IF
094710           PERFORM 4820-REACQUIRE-FILES THRU
094720               4820-REACQUIRE-FILES-EXIT
094730           IF WS-QUIT
094740               GO TO 4800-COUNT-PAGE-LINE-EXIT
094750           END-IF
094800           PERFORM 4900-SHOW-HEADINGS THRU
094900               4900-SHOW-HEADINGS-EXIT.
095000       4800-COUNT-PAGE-LINE-EXIT.
095100           EXIT.
095101*
095102******************************************************************
095103*    4810-RELEASE-FILES
095104*    THE RECORD IN HAND IS KEPT -- THE CALLER MAY STILL HAVE TO
095105*    TAKE IT AFTER THE PAGE -- AND ITS KEY MARKS THE LIVE FILE'S
095106*    PLACE.
095107******************************************************************
095108       4810-RELEASE-FILES.
095109           MOVE HST-RECORD TO WS-HELD-HST-RECORD
095110           MOVE 'N' TO WS-HIST-HELD-FLAG
095111           MOVE 'N' TO WS-ARCH-HELD-FLAG
095112           IF WS-HISTORY-OPEN
095113               CLOSE HISTORY-FILE
095114               MOVE 'N' TO WS-HISTORY-OPEN-FLAG
095115               MOVE 'Y' TO WS-HIST-HELD-FLAG
095116           END-IF
095117           IF WS-ARCHIVE-OPEN
095118               CLOSE ARCHIVE-FILE
095119               MOVE 'N' TO WS-ARCHIVE-OPEN-FLAG
095120               MOVE 'Y' TO WS-ARCH-HELD-FLAG
095121           END-IF.
095122       4810-RELEASE-FILES-EXIT.
095123           EXIT.
095124*
095125******************************************************************
095126*    4820-REACQUIRE-FILES
095127*    THE LIVE FILE IS STARTED PAST THE KEY IN HAND WHEN A LIVE
095128*    MONTH IS BEING READ (A NEW MONTH STARTS ITS OWN SCAN IN
095129*    4300); NOTHING PAST IT ENDS THE MONTH.  THE ARCHIVE IS
095130*    LINE SEQUENTIAL, SO IT IS READ FORWARD PAST THE RECORDS
095131*    ALREADY TAKEN.  A FILE THAT CANNOT BE REOPENED STOPS THE
095132*    LISTING.
095133******************************************************************
095134       4820-REACQUIRE-FILES.
095135           IF WS-HIST-HELD
095136               OPEN INPUT HISTORY-FILE
095137               IF WS-HISTORY-STATUS NOT = '00'
095138                   DISPLAY 'STATION-INQUIRY: HISTORY FILE COULD '
095139                       'NOT BE REOPENED, STATUS='
095140                       WS-HISTORY-STATUS
095141                   SET WS-QUIT TO TRUE
095142                   GO TO 4820-REACQUIRE-FILES-EXIT
095143               END-IF
095144               SET WS-HISTORY-OPEN TO TRUE
095145               IF WS-MONTH-SOURCE = 'LIVE'
095146                   MOVE WS-HELD-HST-RECORD TO HST-RECORD
095147                   START HISTORY-FILE KEY > HST-KEY
095148                   IF WS-HISTORY-STATUS NOT = '00'
095149                       SET WS-EOF TO TRUE
095150                   END-IF
095151               END-IF
095152           END-IF
095153           IF WS-ARCH-HELD
095154               OPEN INPUT ARCHIVE-FILE
095155               IF WS-ARCHIVE-STATUS NOT = '00'
095156                   DISPLAY 'STATION-INQUIRY: ARCHIVE FILE COULD '
095157                       'NOT BE REOPENED, STATUS='
095158                       WS-ARCHIVE-STATUS
095159                   SET WS-QUIT TO TRUE
095160                   GO TO 4820-REACQUIRE-FILES-EXIT
095161               END-IF
095162               SET WS-ARCHIVE-OPEN TO TRUE
095163               MOVE ZERO TO WS-ARCH-SKIP-IDX
095164               PERFORM 4830-SKIP-ONE-ARCHIVED THRU
095165                   4830-SKIP-ONE-ARCHIVED-EXIT
095166                   UNTIL WS-ARCH-SKIP-IDX NOT < WS-ARCHIVE-READS
095167           END-IF
095168           MOVE WS-HELD-HST-RECORD TO HST-RECORD.
095169       4820-REACQUIRE-FILES-EXIT.
095170           EXIT.
095171*
095172******************************************************************
095173*    4830-SKIP-ONE-ARCHIVED
095174*    A SHORTER FILE THAN BEFORE THE WAIT ENDS THE MONTH.
095175******************************************************************
095176       4830-SKIP-ONE-ARCHIVED.
095177           READ ARCHIVE-FILE
095178               AT END
095179                   SET WS-EOF TO TRUE
095180                   MOVE WS-ARCHIVE-READS TO WS-ARCH-SKIP-IDX
095181                   GO TO 4830-SKIP-ONE-ARCHIVED-EXIT
095182           END-READ
095183           ADD 1 TO WS-ARCH-SKIP-IDX.
095184       4830-SKIP-ONE-ARCHIVED-EXIT.
095185           EXIT.
095186*
095300******************************************************************
095400*    4900-SHOW-HEADINGS
095500******************************************************************
095600       4900-SHOW-HEADINGS.
095700           MOVE ZERO TO WS-PAGE-LINES
095800           DISPLAY ' '
095900           DISPLAY 'DATE         MIN     MAX    MEAN      COUNT'
096000               '  MEDIAN     P90  CSDP'
096100           DISPLAY '-------- ------- ------- ------- ----------'
096200               ' ------- -------  ----'.
096300       4900-SHOW-HEADINGS-EXIT.
096400           EXIT.
096500*
096600******************************************************************
096700*    5000-CLOSE-DATE
096800*    THE DATE JUST READ IS COMPLETE.  IF THE STATION REPORTED,
096900*    ITS FLAGS ARE WORKED OUT AND -- UNLESS THIS IS THE DAY
097000*    BEFORE THE RANGE, READ ONLY FOR THE SPIKE COMPARISON -- THE
097100*    ROW IS SHOWN.  THE NEIGHBOR MEANS ARE THEN CLEARED.
097200******************************************************************
097300       5000-CLOSE-DATE.
097400           IF NOT DRW-PRESENT
097500               GO TO 5000-CLOSE-DATE-CLEAR
097600           END-IF
097700           COMPUTE WS-DAY-MEAN ROUNDED = DRW-TOTAL / DRW-COUNT
097800           IF WS-CURRENT-DATE-X < WS-FROM-DATE-X
097900               GO TO 5000-CLOSE-DATE-PRIOR
098000           END-IF
098100           MOVE SPACES TO IDL-FLAGS
098200           PERFORM VARYING WS-COR-SUB FROM 1 BY 1
098300               UNTIL WS-COR-SUB > COR-COUNT
098400               IF COR-DATE(WS-COR-SUB) = WS-CURRENT-DATE-X
098500                   MOVE 'C' TO IDL-CORRECTED
098600               END-IF
098700           END-PERFORM
098800           PERFORM 5100-CHECK-SPIKE THRU 5100-CHECK-SPIKE-EXIT
098900           PERFORM 5200-CHECK-PLAUSIBILITY THRU
099000               5200-CHECK-PLAUSIBILITY-EXIT
099100           MOVE WS-CURRENT-DATE-X TO IDL-DATE
099200           MOVE DRW-MIN TO IDL-MIN
099300           MOVE DRW-MAX TO IDL-MAX
099400           MOVE WS-DAY-MEAN TO IDL-MEAN
099500           MOVE DRW-COUNT TO IDL-COUNT
099600           MOVE DRW-MEDIAN TO IDL-MEDIAN
099700           MOVE DRW-P90 TO IDL-P90
099800           DISPLAY INQ-DETAIL-LINE
099900           ADD 1 TO WS-DAYS-SHOWN
100000           PERFORM 4800-COUNT-PAGE-LINE THRU
100100               4800-COUNT-PAGE-LINE-EXIT.
100200       5000-CLOSE-DATE-PRIOR.
100300           MOVE WS-DAY-MEAN TO WS-LAST-MEAN
100400           MOVE DRW-COUNT TO WS-LAST-COUNT
100500           MOVE 'Y' TO WS-PRIOR-FLAG
100600           MOVE 'N' TO DRW-FLAG.
100700       5000-CLOSE-DATE-CLEAR.
100800           PERFORM 5500-CLEAR-TOUCHED THRU
100900               5500-CLEAR-TOUCHED-EXIT.
101000       5000-CLOSE-DATE-EXIT.
101100           EXIT.
101200*
101300******************************************************************
101400*    5100-CHECK-SPIKE
101500*    STATION-SCORECARD'S RE-DERIVATION OF DAY-EXCEPTIONS: THE
101600*    DAY AGAINST THE STATION'S PREVIOUS DAY ON FILE.  THE FIRST
101700*    DAY ON FILE HAS NOTHING TO COMPARE WITH AND IS NOT FLAGGED.
101800******************************************************************
101900       5100-CHECK-SPIKE.
102000           IF NOT WS-SPIKE-CHECK
102100               MOVE '?' TO IDL-SPIKE
102200               MOVE '?' TO IDL-DROP
102300               GO TO 5100-CHECK-SPIKE-EXIT
102400           END-IF
102500           IF NOT WS-HAVE-PRIOR
102600               GO TO 5100-CHECK-SPIKE-EXIT
102700           END-IF
102800           COMPUTE WS-MEAN-DELTA = WS-DAY-MEAN - WS-LAST-MEAN
102900           IF FUNCTION ABS(WS-MEAN-DELTA) > WS-MEAN-THRESHOLD
103000               MOVE 'S' TO IDL-SPIKE
103100           END-IF
103200           COMPUTE WS-COUNT-FLOOR =
103300               (WS-LAST-COUNT * WS-DROP-PERCENT) / 100
103400           IF DRW-COUNT < WS-COUNT-FLOOR
103500               MOVE 'D' TO IDL-DROP
103600           END-IF.
103700       5100-CHECK-SPIKE-EXIT.
103800           EXIT.
103900*
104000******************************************************************
104100*    5200-CHECK-PLAUSIBILITY
104200*    STATION-PLAUS' 5100 FOR ONE STATION: THE K NEAREST
104300*    NEIGHBORS THAT REPORTED ON THE DATE, AVERAGED, AGAINST THE
104400*    STATION'S OWN MEAN.
104500******************************************************************
104600       5200-CHECK-PLAUSIBILITY.
104700           IF NOT WS-PLAUS-CHECK OR WS-TARGET-IDX = ZERO
104800               MOVE '?' TO IDL-PLAUS
104900               GO TO 5200-CHECK-PLAUSIBILITY-EXIT
105000           END-IF
105100           IF NOT PLB-HAS-COORDS(WS-TARGET-IDX)
105200               MOVE '?' TO IDL-PLAUS
105300               GO TO 5200-CHECK-PLAUSIBILITY-EXIT
105400           END-IF
105500           MOVE ZERO TO NBR-COUNT
105600           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
105700               UNTIL WS-TCH-SUB > TCH-COUNT
105800               MOVE TCH-IDX(WS-TCH-SUB) TO WS-CAND-IDX
105900               IF WS-CAND-IDX NOT = WS-TARGET-IDX AND
106000                   PLB-HAS-COORDS(WS-CAND-IDX)
106100                   PERFORM 5300-CONSIDER-NEIGHBOR THRU
106200                       5300-CONSIDER-NEIGHBOR-EXIT
106300               END-IF
106400           END-PERFORM
106500           IF NBR-COUNT = ZERO
106600               MOVE '?' TO IDL-PLAUS
106700               GO TO 5200-CHECK-PLAUSIBILITY-EXIT
106800           END-IF
106900           MOVE ZERO TO WS-NBR-TOTAL
107000           PERFORM VARYING WS-NBR-IDX FROM 1 BY 1
107100               UNTIL WS-NBR-IDX > NBR-COUNT
107200               ADD NBR-MEAN(WS-NBR-IDX) TO WS-NBR-TOTAL
107300           END-PERFORM
107400           COMPUTE WS-NBR-AVG ROUNDED = WS-NBR-TOTAL / NBR-COUNT
107500           COMPUTE WS-MEAN-DEVIATION = WS-DAY-MEAN - WS-NBR-AVG
107600           IF FUNCTION ABS(WS-MEAN-DEVIATION) > WS-DEV-THRESHOLD
107700               MOVE 'P' TO IDL-PLAUS
107800           END-IF.
107900       5200-CHECK-PLAUSIBILITY-EXIT.
108000           EXIT.
108100*
108200******************************************************************
108300*    5300-CONSIDER-NEIGHBOR
108400*    SQUARED COORDINATE DISTANCE, PLACED IN THE SORTED NEIGHBOR
108500*    TABLE IF IT BEATS THE CURRENT KTH (STATION-PLAUS' 5200).
108600******************************************************************
108700       5300-CONSIDER-NEIGHBOR.
108800           COMPUTE WS-DELTA-LAT = PLB-LATITUDE(WS-TARGET-IDX) -
108900               PLB-LATITUDE(WS-CAND-IDX)
109000           COMPUTE WS-DELTA-LON = PLB-LONGITUDE(WS-TARGET-IDX) -
109100               PLB-LONGITUDE(WS-CAND-IDX)
109200           COMPUTE WS-CAND-DIST = (WS-DELTA-LAT * WS-DELTA-LAT)
109300               + (WS-DELTA-LON * WS-DELTA-LON)
109400           IF NBR-COUNT < WS-NEIGHBOR-COUNT
109500               ADD 1 TO NBR-COUNT
109600               MOVE NBR-COUNT TO WS-NBR-SLOT
109700           ELSE
109800               IF WS-CAND-DIST NOT < NBR-DIST(NBR-COUNT)
109900                   GO TO 5300-CONSIDER-NEIGHBOR-EXIT
110000               END-IF
110100               MOVE NBR-COUNT TO WS-NBR-SLOT
110200           END-IF
110300           PERFORM 5310-SHIFT-NEIGHBOR-UP THRU
110400               5310-SHIFT-NEIGHBOR-UP-EXIT
110500               UNTIL WS-NBR-SLOT < 2 OR
110600               NBR-DIST(WS-NBR-SLOT - 1) NOT > WS-CAND-DIST
110700           MOVE WS-CAND-DIST TO NBR-DIST(WS-NBR-SLOT)
110800           MOVE PLB-MEAN(WS-CAND-IDX) TO NBR-MEAN(WS-NBR-SLOT).
110900       5300-CONSIDER-NEIGHBOR-EXIT.
111000           EXIT.
111100*
111200******************************************************************
111300*    5310-SHIFT-NEIGHBOR-UP
111400******************************************************************
111500       5310-SHIFT-NEIGHBOR-UP.
111600           MOVE NBR-DIST(WS-NBR-SLOT - 1) TO
111700               NBR-DIST(WS-NBR-SLOT)
111800           MOVE NBR-MEAN(WS-NBR-SLOT - 1) TO
111900               NBR-MEAN(WS-NBR-SLOT)
112000           SUBTRACT 1 FROM WS-NBR-SLOT.
112100       5310-SHIFT-NEIGHBOR-UP-EXIT.
112200           EXIT.
112300*
112400******************************************************************
112500*    5500-CLEAR-TOUCHED
112600******************************************************************
112700       5500-CLEAR-TOUCHED.
112800           PERFORM VARYING WS-TCH-SUB FROM 1 BY 1
112900               UNTIL WS-TCH-SUB > TCH-COUNT
113000               MOVE 'N' TO PLB-READING-FLAG(TCH-IDX(WS-TCH-SUB))
113100           END-PERFORM
113200           MOVE ZERO TO TCH-COUNT.
113300       5500-CLEAR-TOUCHED-EXIT.
113400           EXIT.
113500*
113600******************************************************************
113700*    6000-COMPUTE-PLAUS-HASH
113800*    SAME NAME HASH AS STATION-AGG'S 3510-COMPUTE-HASH.
113900******************************************************************
114000       6000-COMPUTE-PLAUS-HASH.
114100           MOVE ZERO TO WS-PL-HASH-SUM
114200           PERFORM VARYING WS-PL-CHAR-IDX FROM 1 BY 1
114300               UNTIL WS-PL-CHAR-IDX > 100
114400               COMPUTE WS-PL-HASH-SUM = WS-PL-HASH-SUM +
114500                   FUNCTION ORD(WS-PL-NAME-BYTES(WS-PL-CHAR-IDX))
114600           END-PERFORM
114700           DIVIDE WS-PL-HASH-SUM BY WS-PL-HASH-BUCKET-COUNT GIVING
114800               WS-PL-HASH-QUOT REMAINDER WS-PL-HASH-REM
114900           COMPUTE WS-PL-BUCKET = WS-PL-HASH-REM + 1.
115000       6000-COMPUTE-PLAUS-HASH-EXIT.
115100           EXIT.
115200*
115300******************************************************************
115400*    6100-FIND-PLAUS-ENTRY
115500*    WS-PL-FOUND-IDX IS ZERO WHEN THE NAME IS NOT ON THE MASTER.
115600******************************************************************
115700       6100-FIND-PLAUS-ENTRY.
115800           PERFORM 6000-COMPUTE-PLAUS-HASH THRU
115900               6000-COMPUTE-PLAUS-HASH-EXIT
116000           MOVE PLB-HASH-BUCKET(WS-PL-BUCKET) TO WS-PL-CHAIN-IDX
116100           MOVE ZERO TO WS-PL-FOUND-IDX
116200           PERFORM 6200-WALK-PLAUS-CHAIN THRU
116300               6200-WALK-PLAUS-CHAIN-EXIT
116400               UNTIL WS-PL-CHAIN-IDX = ZERO OR WS-PL-FOUND-IDX
116500                   NOT = ZERO.
116600       6100-FIND-PLAUS-ENTRY-EXIT.
116700           EXIT.
116800*
116900******************************************************************
117000*    6200-WALK-PLAUS-CHAIN
117100******************************************************************
117200       6200-WALK-PLAUS-CHAIN.
117300           IF PLB-NAME(WS-PL-CHAIN-IDX) = WS-PL-LOOKUP-NAME
117400               MOVE WS-PL-CHAIN-IDX TO WS-PL-FOUND-IDX
117500           ELSE
117600               MOVE PLB-HASH-NEXT(WS-PL-CHAIN-IDX) TO
117700                   WS-PL-CHAIN-IDX
117800           END-IF.
117900       6200-WALK-PLAUS-CHAIN-EXIT.
118000           EXIT.
118100*
118200******************************************************************
118300*    9999-EXIT
118400******************************************************************
118500       9999-EXIT.
118600           STOP RUN.
