000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. NORMALS-ANOMALY.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  DAILY DEPARTURE-FROM-
001000*               NORMAL REPORT FOR THE FORECAST AND ENERGY DESKS:
001100*               READS THE BUSINESS DATE'S HISTORY RECORDS, LOOKS
001200*               EACH STATION UP ON THE CLIMATE NORMALS FILE (SEE
001300*               NORMALS-BUILD / NRMREC.CPY) FOR THE SAME
001400*               CALENDAR DAY, AND REPORTS THE DEPARTURE OF THE
001500*               DAILY MEAN, MIN AND MAX FROM NORMAL WITH A
001600*               STANDARD SCORE, ROLLED UP BY REGION (REGION FROM
001700*               THE STATION MASTER).
001800******************************************************************
001900*
002000******************************************************************
002100*    THE CONTROL FILE (./NORMALS-ANOMALY-CONTROL.TXT) IS THREE
002200*    LINE SEQUENTIAL RECORDS, THE SAME POSITIONAL CONVENTION AS
002300*    THE OTHER CONTROL CARDS:
002400*      LINE 1  BUSINESS DATE, YYYYMMDD
002500*      LINE 2  FLAG THRESHOLD, STANDARD DEVIATIONS (E.G. 2.0);
002600*              BLANK MEANS 2.0
002700*      LINE 3  MINIMUM YEARS OF RECORD BEFORE A STATION CAN BE
002800*              FLAGGED (E.G. 3); BLANK MEANS 3
002900*    DEPARTURE = OBSERVED - NORMAL.  THE STANDARD SCORE IS THE
003000*    MEAN DEPARTURE OVER THE NORMAL'S STANDARD DEVIATION; A
003100*    STATION IS FLAGGED UNUSUAL WHEN THE SCORE IS AT OR BEYOND
003200*    THE THRESHOLD EITHER WAY AND ITS NORMAL HAS AT LEAST THE
003300*    MINIMUM YEARS OF RECORD.  A STATION WITH NO NORMAL FOR THE
003400*    DAY (NEW STATION, OR 29 FEBRUARY) IS LISTED WITH BLANK
003500*    NORMAL COLUMNS.  A STATION NOT ON THE MASTER REPORTS UNDER
003600*    REGION '???', THE SAME AS DEGREE-DAYS.  RC=4 WHEN ANY
003700*    STATION IS FLAGGED; RC=8 WHEN THE HISTORY OR NORMALS FILE
003800*    CANNOT BE READ.
003900******************************************************************
004000       ENVIRONMENT DIVISION.
004100       INPUT-OUTPUT SECTION.
004200       FILE-CONTROL.
004300           SELECT CONTROL-FILE
004400               ASSIGN TO "./normals-anomaly-control.txt"
004500               ORGANIZATION IS LINE SEQUENTIAL
004600               FILE STATUS IS WS-CONTROL-STATUS.
004700           SELECT MASTER-FILE ASSIGN TO "./station-master.txt"
004800               ORGANIZATION IS LINE SEQUENTIAL
004900               FILE STATUS IS WS-MASTER-STATUS.
005000           SELECT NORMALS-FILE
005100               ASSIGN TO "./station-normals.txt"
005200               ORGANIZATION IS LINE SEQUENTIAL
005300               FILE STATUS IS WS-NORMALS-STATUS.
005400           SELECT HISTORY-FILE
005500               ASSIGN TO "./station-history.dat"
005600               ORGANIZATION IS INDEXED
005700               ACCESS MODE IS DYNAMIC
005800               RECORD KEY IS HST-KEY
005900               FILE STATUS IS WS-HISTORY-STATUS.
006000           SELECT ANOMALY-REPORT-FILE
006100               ASSIGN TO "./normals-anomaly-report.txt"
006200               ORGANIZATION IS LINE SEQUENTIAL
006300               FILE STATUS IS WS-ANOMALY-REPORT-STATUS.
006400*
006500       DATA DIVISION.
006600       FILE SECTION.
006700       FD  CONTROL-FILE.
006800       01  CONTROL-RECORD              PIC X(10).
006900*
007000       FD  MASTER-FILE.
007100       01  MASTER-REC                  PIC X(225).
007200*
007300       FD  NORMALS-FILE.
007400           COPY NRMREC.
007500*
007600       FD  HISTORY-FILE.
007700           COPY HISTREC.
007800*
007900       FD  ANOMALY-REPORT-FILE.
008000       01  ANOMALY-REPORT-LINE         PIC X(200).
008100*
008200       WORKING-STORAGE SECTION.
008300       01  STATION-MASTER-REC.
008400           COPY STAMST.
008500*
008600*    ANM-TABLE HOLDS ONE ENTRY PER STATION REPORTING ON THE
008700*    BUSINESS DATE.  HISTORY IS KEYED ON DATE PLUS STATION, SO
008800*    EACH STATION ARRIVES ONCE AND NO LOOKUP IS NEEDED TO LOAD
008900*    IT.
009000       01  ANM-TABLE.
009100           05  ANM-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
009200           05  ANM-ENTRY OCCURS 10000 TIMES INDEXED BY ANM-IDX.
009300               10  ANM-REGION          PIC X(03).
009400               10  ANM-NAME            PIC X(100).
009500               10  ANM-MEAN            PIC S9(4)V9(2) COMP-3.
009600               10  ANM-MIN             PIC S9(4)V9(2) COMP-3.
009700               10  ANM-MAX             PIC S9(4)V9(2) COMP-3.
009800               10  ANM-NORMAL-FLAG     PIC X(01).
009900                   88  ANM-HAS-NORMAL  VALUE 'Y'.
010000               10  ANM-NRM-MEAN        PIC S9(4)V9(2) COMP-3.
010100               10  ANM-NRM-YEARS       PIC 9(03) COMP.
010200               10  ANM-DEP-MEAN        PIC S9(4)V9(2) COMP-3.
010300               10  ANM-DEP-MIN         PIC S9(4)V9(2) COMP-3.
010400               10  ANM-DEP-MAX         PIC S9(4)V9(2) COMP-3.
010500               10  ANM-SCORE-FLAG      PIC X(01).
010600                   88  ANM-HAS-SCORE   VALUE 'Y'.
010700               10  ANM-SCORE           PIC S9(4)V9(2) COMP-3.
010800               10  ANM-UNUSUAL-FLAG    PIC X(01).
010900                   88  ANM-UNUSUAL     VALUE 'Y'.
011000*
011100*    MST-TABLE IS THE NAME-TO-REGION LOOKUP FROM THE STATION
011200*    MASTER, AND NRT-TABLE THE BUSINESS DATE'S CALENDAR-DAY
011300*    NORMALS, BOTH KEYED THROUGH THE SAME CHAINED HASH
011400*    STATTBL.CPY USES -- ONE HASH OF THE STATION NAME SERVES
011500*    BOTH LOOKUPS.
011600       01  MST-TABLE.
011700           05  MST-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
011800           05  MST-ENTRY OCCURS 10000 TIMES INDEXED BY MST-IDX.
011900               10  MST-NAME            PIC X(100).
012000               10  MST-REGION          PIC X(03).
012100               10  MST-HASH-NEXT       PIC 9(05) COMP.
012200           05  MST-HASH-BUCKET OCCURS 2003 TIMES
012300                                       PIC 9(05) COMP.
012400*
012500       01  NRT-TABLE.
012600           05  NRT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
012700           05  NRT-ENTRY OCCURS 10000 TIMES INDEXED BY NRT-IDX.
012800               10  NRT-NAME            PIC X(100).
012900               10  NRT-YEARS           PIC 9(03) COMP.
013000               10  NRT-MEAN            PIC S9(4)V9(2) COMP-3.
013100               10  NRT-MIN             PIC S9(4)V9(2) COMP-3.
013200               10  NRT-MAX             PIC S9(4)V9(2) COMP-3.
013300               10  NRT-STD-DEV         PIC S9(4)V9(2) COMP-3.
013400               10  NRT-HASH-NEXT       PIC 9(05) COMP.
013500           05  NRT-HASH-BUCKET OCCURS 2003 TIMES
013600                                       PIC 9(05) COMP.
013700*
013800*    REG-TABLE IS THE PER-REGION ROLLUP, BUILT FROM THE STATION
013900*    ENTRIES ONCE THE DATE IS LOADED.  THE MEAN DEPARTURE IS
014000*    OVER THE STATIONS THAT HAVE A NORMAL.
014100       01  REG-TABLE.
014200           05  REG-LAST-IDX            PIC 9(03) COMP VALUE ZERO.
014300           05  REG-ENTRY OCCURS 200 TIMES INDEXED BY REG-IDX.
014400               10  REG-CODE            PIC X(03).
014500               10  REG-STATIONS        PIC 9(05) COMP.
014600               10  REG-WITH-NORMAL     PIC 9(05) COMP.
014700               10  REG-UNUSUAL         PIC 9(05) COMP.
014800               10  REG-DEP-TOTAL       PIC S9(09)V9(02) COMP-3.
014900               10  REG-DEP-WARMEST     PIC S9(4)V9(2) COMP-3.
015000               10  REG-DEP-COLDEST     PIC S9(4)V9(2) COMP-3.
015100*
015200       01  ANR-DETAIL-REC.
015300           05  ANR-STATION             PIC X(100).
015400           05  ANR-REGION              PIC X(03).
015500           05  FILLER                  PIC X(02) VALUE SPACES.
015600           05  ANR-MEAN                PIC -(4)9.99.
015700           05  FILLER                  PIC X(02) VALUE SPACES.
015800           05  ANR-NORMAL              PIC -(4)9.99.
015900           05  FILLER                  PIC X(02) VALUE SPACES.
016000           05  ANR-DEP-MEAN            PIC -(4)9.99.
016100           05  FILLER                  PIC X(02) VALUE SPACES.
016200           05  ANR-DEP-MIN             PIC -(4)9.99.
016300           05  FILLER                  PIC X(02) VALUE SPACES.
016400           05  ANR-DEP-MAX             PIC -(4)9.99.
016500           05  FILLER                  PIC X(02) VALUE SPACES.
016600           05  ANR-YEARS               PIC ZZ9.
016700           05  FILLER                  PIC X(02) VALUE SPACES.
016800           05  ANR-SCORE               PIC -(3)9.99.
016900           05  FILLER                  PIC X(02) VALUE SPACES.
017000           05  ANR-FLAG                PIC X(09).
017100*
017200       77  WS-AN-LOOKUP-NAME           PIC X(100).
017300       77  WS-AN-NAME-BYTES REDEFINES WS-AN-LOOKUP-NAME
017400                                       PIC X(01) OCCURS 100 TIMES.
017500       77  WS-AN-HASH-SUM              PIC 9(10) COMP.
017600       77  WS-AN-HASH-QUOT             PIC 9(10) COMP.
017700       77  WS-AN-HASH-REM              PIC 9(05) COMP.
017800       77  WS-AN-HASH-BUCKET-COUNT     PIC 9(05) COMP VALUE 2003.
017900       77  WS-AN-BUCKET                PIC 9(05) COMP.
018000       77  WS-AN-CHAR-IDX              PIC 9(03) COMP.
018100       77  WS-MST-CHAIN-IDX            PIC 9(05) COMP.
018200       77  WS-MST-FOUND-IDX            PIC 9(05) COMP.
018300       77  WS-NRT-CHAIN-IDX            PIC 9(05) COMP.
018400       77  WS-NRT-FOUND-IDX            PIC 9(05) COMP.
018500       77  WS-ANM-FOUND-IDX            PIC 9(05) COMP.
018600       77  WS-REG-FOUND-IDX            PIC 9(03) COMP.
018700       77  WS-REG-SCAN-IDX             PIC 9(03) COMP.
018800       77  WS-MAX-AN-STATIONS          PIC 9(05) COMP VALUE 10000.
018900*
019000       77  WS-CONTROL-STATUS           PIC X(02).
019100       77  WS-MASTER-STATUS            PIC X(02).
019200       77  WS-NORMALS-STATUS           PIC X(02).
019300       77  WS-HISTORY-STATUS           PIC X(02).
019400       77  WS-ANOMALY-REPORT-STATUS    PIC X(02).
019500       77  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
019600           88  WS-MASTER-EOF           VALUE 'Y'.
019700       77  WS-NORMALS-EOF-FLAG         PIC X(01) VALUE SPACE.
019800           88  WS-NORMALS-EOF          VALUE 'Y'.
019900       77  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
020000           88  WS-HIST-EOF             VALUE 'Y'.
020100       77  WS-DATA-MISSING-FLAG        PIC X(01) VALUE 'N'.
020200           88  WS-DATA-MISSING         VALUE 'Y'.
020300*
020400       77  WS-BUSINESS-DATE            PIC 9(08).
020500       77  WS-BUSINESS-DATE-X          PIC X(08).
020600       77  WS-BUSINESS-MMDD            PIC X(04).
020700       77  WS-THRESHOLD-TEXT           PIC X(10).
020800       77  WS-MIN-YEARS-TEXT           PIC X(10).
020900       77  WS-THRESHOLD                PIC S9(03)V9(02) COMP-3.
021000       77  WS-MIN-YEARS                PIC 9(03) COMP.
021100       77  WS-RUN-DATE                 PIC X(08).
021200       77  WS-DAY-MEAN                 PIC S9(4)V9(2) COMP-3.
021300       77  WS-ABS-SCORE                PIC S9(4)V9(2) COMP-3.
021400       77  WS-REG-MEAN-DEP             PIC S9(4)V9(2) COMP-3.
021500       77  WS-LAST-REGION              PIC X(03).
021600*
021700       77  WS-NORMALS-READ             PIC 9(10) COMP VALUE ZERO.
021800       77  WS-NORMALS-LOADED           PIC 9(05) COMP VALUE ZERO.
021900       77  WS-RECORDS-READ             PIC 9(10) COMP VALUE ZERO.
022000       77  WS-RECORDS-SKIPPED          PIC 9(10) COMP VALUE ZERO.
022100       77  WS-STATIONS-NO-NORMAL       PIC 9(05) COMP VALUE ZERO.
022200       77  WS-STATIONS-UNUSUAL         PIC 9(05) COMP VALUE ZERO.
022300       77  WS-COUNT-ED                 PIC Z(9)9.
022400       77  WS-COUNT-ED-2               PIC Z(9)9.
022500       77  WS-COUNT-ED-3               PIC Z(9)9.
022600       77  WS-TEMP-ED                  PIC -(4)9.99.
022700       77  WS-TEMP-ED-2                PIC -(4)9.99.
022800       77  WS-TEMP-ED-3                PIC -(4)9.99.
022900       77  WS-SCORE-ED                 PIC -(3)9.99.
023000       77  WS-YEARS-ED                 PIC ZZ9.
023100*
023200       PROCEDURE DIVISION.
023300******************************************************************
023400*    0000-MAINLINE
023500******************************************************************
023600       0000-MAINLINE.
023700           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
023800           PERFORM 2000-READ-CONTROL-CARD THRU
023900               2000-READ-CONTROL-CARD-EXIT
024000           PERFORM 3000-LOAD-STATION-MASTER THRU
024100               3000-LOAD-STATION-MASTER-EXIT
024200           PERFORM 3500-LOAD-NORMALS THRU 3500-LOAD-NORMALS-EXIT
024300           PERFORM 4000-LOAD-BUSINESS-DATE THRU
024400               4000-LOAD-BUSINESS-DATE-EXIT
024500           PERFORM 5000-BUILD-REGION-TOTALS THRU
024600               5000-BUILD-REGION-TOTALS-EXIT
024700           PERFORM 6000-WRITE-REPORT THRU 6000-WRITE-REPORT-EXIT
024800           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
024900           CLOSE ANOMALY-REPORT-FILE
025000           IF WS-DATA-MISSING
025100               MOVE 8 TO RETURN-CODE
025200           ELSE
025300               IF WS-STATIONS-UNUSUAL NOT = ZERO
025400                   MOVE 4 TO RETURN-CODE
025500               END-IF
025600           END-IF
025700           GO TO 9999-EXIT.
025800*
025900******************************************************************
026000*    1000-INITIALIZE
026100******************************************************************
026200       1000-INITIALIZE.
026300           INITIALIZE ANM-TABLE
026400           INITIALIZE MST-TABLE
026500           INITIALIZE NRT-TABLE
026600           INITIALIZE REG-TABLE
026700           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026800           OPEN OUTPUT ANOMALY-REPORT-FILE
026900           IF WS-ANOMALY-REPORT-STATUS NOT = '00'
027000               DISPLAY 'NORMALS-ANOMALY: ERROR OPENING REPORT, '
027100                   'STATUS=' WS-ANOMALY-REPORT-STATUS
027200               MOVE 16 TO RETURN-CODE
027300               GO TO 9999-EXIT
027400           END-IF
027500           MOVE SPACES TO ANOMALY-REPORT-LINE
027600           STRING 'DEPARTURE FROM NORMAL REPORT' DELIMITED BY SIZE
027700               '          RUN DATE: ' DELIMITED BY SIZE
027800               WS-RUN-DATE DELIMITED BY SIZE
027900               INTO ANOMALY-REPORT-LINE
028000           END-STRING
028100           WRITE ANOMALY-REPORT-LINE.
028200       1000-INITIALIZE-EXIT.
028300           EXIT.
028400*
028500******************************************************************
028600*    2000-READ-CONTROL-CARD
028700*    A GARBAGE BUSINESS DATE IS A SETUP ERROR AND STOPS THE
028800*    RUN, THE SAME POSTURE AS DEGREE-DAYS.  A BLANK OR ZERO
028900*    THRESHOLD OR MINIMUM TAKES THE DEFAULT.
029000******************************************************************
029100       2000-READ-CONTROL-CARD.
029200           OPEN INPUT CONTROL-FILE
029300           IF WS-CONTROL-STATUS NOT = '00'
029400               DISPLAY 'NORMALS-ANOMALY: ERROR OPENING CONTROL '
029500                   'FILE, STATUS=' WS-CONTROL-STATUS
029600               MOVE 16 TO RETURN-CODE
029700               CLOSE ANOMALY-REPORT-FILE
029800               GO TO 9999-EXIT
029900           END-IF
030000           MOVE SPACES TO WS-BUSINESS-DATE-X
030100           MOVE SPACES TO WS-THRESHOLD-TEXT, WS-MIN-YEARS-TEXT
030200           READ CONTROL-FILE INTO WS-BUSINESS-DATE-X
030300           READ CONTROL-FILE INTO WS-THRESHOLD-TEXT
030400           READ CONTROL-FILE INTO WS-MIN-YEARS-TEXT
030500           CLOSE CONTROL-FILE
030600           IF WS-BUSINESS-DATE-X IS NOT NUMERIC
030700               DISPLAY 'NORMALS-ANOMALY: INVALID BUSINESS DATE '
030800                   'ON CONTROL FILE'
030900               MOVE 16 TO RETURN-CODE
031000               CLOSE ANOMALY-REPORT-FILE
031100               GO TO 9999-EXIT
031200           END-IF
031300           MOVE WS-BUSINESS-DATE-X TO WS-BUSINESS-DATE
031400           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE)
031500               NOT = 0
031600               DISPLAY 'NORMALS-ANOMALY: INVALID BUSINESS DATE '
031700                   'ON CONTROL FILE'
031800               MOVE 16 TO RETURN-CODE
031900               CLOSE ANOMALY-REPORT-FILE
032000               GO TO 9999-EXIT
032100           END-IF
032200           MOVE WS-BUSINESS-DATE-X(5:4) TO WS-BUSINESS-MMDD
032300           MOVE 2 TO WS-THRESHOLD
032400           IF WS-THRESHOLD-TEXT NOT = SPACES
032500               COMPUTE WS-THRESHOLD =
032600                   FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
032700               IF WS-THRESHOLD NOT > ZERO
032800                   MOVE 2 TO WS-THRESHOLD
032900               END-IF
033000           END-IF
033100           MOVE 3 TO WS-MIN-YEARS
033200           IF WS-MIN-YEARS-TEXT NOT = SPACES
033300               COMPUTE WS-MIN-YEARS =
033400                   FUNCTION NUMVAL(WS-MIN-YEARS-TEXT)
033500               IF WS-MIN-YEARS = ZERO
033600                   MOVE 3 TO WS-MIN-YEARS
033700               END-IF
033800           END-IF
033900           MOVE WS-THRESHOLD TO WS-SCORE-ED
034000           MOVE WS-MIN-YEARS TO WS-YEARS-ED
034100           MOVE SPACES TO ANOMALY-REPORT-LINE
034200           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
034300               WS-BUSINESS-DATE-X DELIMITED BY SIZE
034400               '   CALENDAR DAY: ' DELIMITED BY SIZE
034500               WS-BUSINESS-MMDD DELIMITED BY SIZE
034600               '   FLAGGED AT: ' DELIMITED BY SIZE
034700               WS-SCORE-ED DELIMITED BY SIZE
034800               ' STD DEV, ' DELIMITED BY SIZE
034900               WS-YEARS-ED DELIMITED BY SIZE
035000               '+ YEARS OF RECORD' DELIMITED BY SIZE
035100               INTO ANOMALY-REPORT-LINE
035200           END-STRING
035300           WRITE ANOMALY-REPORT-LINE
035400           MOVE SPACES TO ANOMALY-REPORT-LINE
035500           WRITE ANOMALY-REPORT-LINE.
035600       2000-READ-CONTROL-CARD-EXIT.
035700           EXIT.
035800*
035900******************************************************************
036000*    3000-LOAD-STATION-MASTER
036100*    A MASTER THAT CANNOT BE OPENED IS NOT FATAL HERE -- THE
036200*    REPORT STILL RUNS, WITH EVERY STATION UNDER REGION '???',
036300*    THE SAME POSTURE AS DEGREE-DAYS.
036400******************************************************************
036500       3000-LOAD-STATION-MASTER.
036600           OPEN INPUT MASTER-FILE
036700           IF WS-MASTER-STATUS NOT = '00'
036800               DISPLAY 'NORMALS-ANOMALY: NO STATION MASTER, '
036900                   'STATUS=' WS-MASTER-STATUS ' - REGIONS UNKNOWN'
037000               GO TO 3000-LOAD-STATION-MASTER-EXIT
037100           END-IF
037200           MOVE SPACE TO WS-MASTER-EOF-FLAG
037300           PERFORM 3100-READ-ONE-MASTER THRU
037400               3100-READ-ONE-MASTER-EXIT
037500               UNTIL WS-MASTER-EOF
037600           CLOSE MASTER-FILE.
037700       3000-LOAD-STATION-MASTER-EXIT.
037800           EXIT.
037900*
038000******************************************************************
038100*    3100-READ-ONE-MASTER
038200******************************************************************
038300       3100-READ-ONE-MASTER.
038400           READ MASTER-FILE INTO STATION-MASTER-REC
038500               AT END
038600                   SET WS-MASTER-EOF TO TRUE
038700                   GO TO 3100-READ-ONE-MASTER-EXIT
038800           END-READ
038900           IF STM-STATION-NAME = SPACES
039000               GO TO 3100-READ-ONE-MASTER-EXIT
039100           END-IF
039200           IF MST-LAST-IDX NOT < WS-MAX-AN-STATIONS
039300               DISPLAY 'NORMALS-ANOMALY: MASTER TABLE FULL - '
039400                   'RECORD DROPPED'
039500               GO TO 3100-READ-ONE-MASTER-EXIT
039600           END-IF
039700           MOVE STM-STATION-NAME TO WS-AN-LOOKUP-NAME
039800           PERFORM 6500-COMPUTE-AN-HASH THRU
039900               6500-COMPUTE-AN-HASH-EXIT
040000           ADD 1 TO MST-LAST-IDX
040100           MOVE MST-LAST-IDX TO WS-MST-FOUND-IDX
040200           MOVE STM-STATION-NAME TO MST-NAME(WS-MST-FOUND-IDX)
040300           MOVE STM-REGION-CODE TO MST-REGION(WS-MST-FOUND-IDX)
040400           MOVE ZERO TO MST-HASH-NEXT(WS-MST-FOUND-IDX)
040500           IF MST-HASH-BUCKET(WS-AN-BUCKET) NOT = ZERO
040600               MOVE MST-HASH-BUCKET(WS-AN-BUCKET) TO
040700                   MST-HASH-NEXT(WS-MST-FOUND-IDX)
040800           END-IF
040900           MOVE WS-MST-FOUND-IDX TO
041000               MST-HASH-BUCKET(WS-AN-BUCKET).
041100       3100-READ-ONE-MASTER-EXIT.
041200           EXIT.
041300*
041400******************************************************************
041500*    3500-LOAD-NORMALS
041600*    ONLY THE BUSINESS DATE'S CALENDAR DAY IS KEPT.  A NORMALS
041700*    FILE THAT CANNOT BE OPENED MEANS NORMALS-BUILD HAS NOT RUN
041800*    -- THE REPORT STILL LISTS THE DAY'S OBSERVATIONS, EVERY
041900*    STATION WITHOUT A NORMAL, AND THE RUN ENDS RC=8.
042000******************************************************************
042100       3500-LOAD-NORMALS.
042200           OPEN INPUT NORMALS-FILE
042300           IF WS-NORMALS-STATUS NOT = '00'
042400               DISPLAY 'NORMALS-ANOMALY: ERROR OPENING NORMALS '
042500                   'FILE, STATUS=' WS-NORMALS-STATUS
042600               MOVE 'Y' TO WS-DATA-MISSING-FLAG
042700               MOVE SPACES TO ANOMALY-REPORT-LINE
042800               STRING 'NORMALS FILE NOT READ, STATUS='
042900                       DELIMITED BY SIZE
043000                   WS-NORMALS-STATUS DELIMITED BY SIZE
043100                   INTO ANOMALY-REPORT-LINE
043200               END-STRING
043300               WRITE ANOMALY-REPORT-LINE
043400               GO TO 3500-LOAD-NORMALS-EXIT
043500           END-IF
043600           MOVE SPACE TO WS-NORMALS-EOF-FLAG
043700           PERFORM 3600-READ-ONE-NORMAL THRU
043800               3600-READ-ONE-NORMAL-EXIT
043900               UNTIL WS-NORMALS-EOF
044000           CLOSE NORMALS-FILE.
044100       3500-LOAD-NORMALS-EXIT.
044200           EXIT.
044300*
044400******************************************************************
044500*    3600-READ-ONE-NORMAL
044600******************************************************************
044700       3600-READ-ONE-NORMAL.
044800           READ NORMALS-FILE
044900               AT END
045000                   SET WS-NORMALS-EOF TO TRUE
045100                   GO TO 3600-READ-ONE-NORMAL-EXIT
045200           END-READ
045300           ADD 1 TO WS-NORMALS-READ
045400           IF NRM-MMDD NOT = WS-BUSINESS-MMDD OR
045500               NRM-YEARS IS NOT NUMERIC OR NRM-YEARS = ZERO
045600               GO TO 3600-READ-ONE-NORMAL-EXIT
045700           END-IF
045800           IF NRT-LAST-IDX NOT < WS-MAX-AN-STATIONS
045900               DISPLAY 'NORMALS-ANOMALY: NORMALS TABLE FULL - '
046000                   'RECORD DROPPED'
046100               GO TO 3600-READ-ONE-NORMAL-EXIT
046200           END-IF
046300           MOVE NRM-STATION-NAME TO WS-AN-LOOKUP-NAME
046400           PERFORM 6500-COMPUTE-AN-HASH THRU
046500               6500-COMPUTE-AN-HASH-EXIT
046600           ADD 1 TO NRT-LAST-IDX
046700           MOVE NRT-LAST-IDX TO WS-NRT-FOUND-IDX
046800           MOVE NRM-STATION-NAME TO NRT-NAME(WS-NRT-FOUND-IDX)
046900           MOVE NRM-YEARS TO NRT-YEARS(WS-NRT-FOUND-IDX)
047000           MOVE NRM-MEAN TO NRT-MEAN(WS-NRT-FOUND-IDX)
047100           MOVE NRM-MIN TO NRT-MIN(WS-NRT-FOUND-IDX)
047200           MOVE NRM-MAX TO NRT-MAX(WS-NRT-FOUND-IDX)
047300           MOVE NRM-STD-DEV TO NRT-STD-DEV(WS-NRT-FOUND-IDX)
047400           MOVE ZERO TO NRT-HASH-NEXT(WS-NRT-FOUND-IDX)
047500           IF NRT-HASH-BUCKET(WS-AN-BUCKET) NOT = ZERO
047600               MOVE NRT-HASH-BUCKET(WS-AN-BUCKET) TO
047700                   NRT-HASH-NEXT(WS-NRT-FOUND-IDX)
047800           END-IF
047900           MOVE WS-NRT-FOUND-IDX TO NRT-HASH-BUCKET(WS-AN-BUCKET)
048000           ADD 1 TO WS-NORMALS-LOADED.
048100       3600-READ-ONE-NORMAL-EXIT.
048200           EXIT.
048300*
048400******************************************************************
048500*    4000-LOAD-BUSINESS-DATE
048600*    ONE POSITIONED SCAN OF THE BUSINESS DATE'S HISTORY
048700*    RECORDS, THE SAME TECHNIQUE PERIOD-SUMMARY USES.
048800******************************************************************
048900       4000-LOAD-BUSINESS-DATE.
049000           OPEN INPUT HISTORY-FILE
049100           IF WS-HISTORY-STATUS NOT = '00'
049200               DISPLAY 'NORMALS-ANOMALY: ERROR OPENING HISTORY '
049300                   'FILE, STATUS=' WS-HISTORY-STATUS
049400               MOVE 8 TO RETURN-CODE
049500               PERFORM 8000-WRITE-SUMMARY THRU
049600                   8000-WRITE-SUMMARY-EXIT
049700               CLOSE ANOMALY-REPORT-FILE
049800               GO TO 9999-EXIT
049900           END-IF
050000           MOVE SPACES TO HST-RECORD
050100           MOVE WS-BUSINESS-DATE-X TO HST-DATE
050200           MOVE LOW-VALUES TO HST-STATION-NAME
050300           START HISTORY-FILE KEY NOT < HST-KEY
050400           IF WS-HISTORY-STATUS NOT = '00'
050500               CLOSE HISTORY-FILE
050600               GO TO 4000-LOAD-BUSINESS-DATE-EXIT
050700           END-IF
050800           MOVE SPACE TO WS-HIST-EOF-FLAG
050900           PERFORM 4100-READ-ONE-HISTORY THRU
051000               4100-READ-ONE-HISTORY-EXIT
051100               UNTIL WS-HIST-EOF
051200           CLOSE HISTORY-FILE.
051300       4000-LOAD-BUSINESS-DATE-EXIT.
051400           EXIT.
051500*
051600******************************************************************
051700*    4100-READ-ONE-HISTORY
051800******************************************************************
051900       4100-READ-ONE-HISTORY.
052000           READ HISTORY-FILE NEXT
052100               AT END
052200                   SET WS-HIST-EOF TO TRUE
052300                   GO TO 4100-READ-ONE-HISTORY-EXIT
052400           END-READ
052500           IF HST-DATE NOT = WS-BUSINESS-DATE-X
052600               SET WS-HIST-EOF TO TRUE
052700               GO TO 4100-READ-ONE-HISTORY-EXIT
052800           END-IF
052900           ADD 1 TO WS-RECORDS-READ
053000           IF HST-COUNT IS NOT NUMERIC OR HST-COUNT = ZERO OR
053100               ANM-LAST-IDX NOT < WS-MAX-AN-STATIONS
053200               ADD 1 TO WS-RECORDS-SKIPPED
053300               GO TO 4100-READ-ONE-HISTORY-EXIT
053400           END-IF
053500           PERFORM 4200-SCORE-ONE-STATION THRU
053600               4200-SCORE-ONE-STATION-EXIT.
053700       4100-READ-ONE-HISTORY-EXIT.
053800           EXIT.
053900*
054000******************************************************************
054100*    4200-SCORE-ONE-STATION
054200*    THE DAILY MEAN IS HST-TOTAL OVER HST-COUNT, AS DEGREE-DAYS
054300*    COMPUTES IT.  NO SCORE IS POSSIBLE WITHOUT A SPREAD (A
054400*    ZERO STANDARD DEVIATION), AND NONE IS TRUSTED BELOW THE
054500*    MINIMUM YEARS OF RECORD.
054600******************************************************************
054700       4200-SCORE-ONE-STATION.
054800           COMPUTE WS-DAY-MEAN ROUNDED = HST-TOTAL / HST-COUNT
054900           ADD 1 TO ANM-LAST-IDX
055000           MOVE ANM-LAST-IDX TO WS-ANM-FOUND-IDX
055100           MOVE HST-STATION-NAME TO ANM-NAME(WS-ANM-FOUND-IDX)
055200           MOVE WS-DAY-MEAN TO ANM-MEAN(WS-ANM-FOUND-IDX)
055300           MOVE HST-MIN TO ANM-MIN(WS-ANM-FOUND-IDX)
055400           MOVE HST-MAX TO ANM-MAX(WS-ANM-FOUND-IDX)
055500           MOVE 'N' TO ANM-NORMAL-FLAG(WS-ANM-FOUND-IDX)
055600           MOVE 'N' TO ANM-SCORE-FLAG(WS-ANM-FOUND-IDX)
055700           MOVE 'N' TO ANM-UNUSUAL-FLAG(WS-ANM-FOUND-IDX)
055800           MOVE HST-STATION-NAME TO WS-AN-LOOKUP-NAME
055900           PERFORM 6500-COMPUTE-AN-HASH THRU
056000               6500-COMPUTE-AN-HASH-EXIT
056100           PERFORM 4300-LOOKUP-MASTER-REGION THRU
056200               4300-LOOKUP-MASTER-REGION-EXIT
056300           MOVE NRT-HASH-BUCKET(WS-AN-BUCKET) TO WS-NRT-CHAIN-IDX
056400           MOVE ZERO TO WS-NRT-FOUND-IDX
056500           PERFORM 4410-WALK-NORMALS-CHAIN THRU
056600               4410-WALK-NORMALS-CHAIN-EXIT
056700               UNTIL WS-NRT-CHAIN-IDX = ZERO OR WS-NRT-FOUND-IDX
056800                   NOT = ZERO
056900           IF WS-NRT-FOUND-IDX = ZERO
057000               ADD 1 TO WS-STATIONS-NO-NORMAL
057100               GO TO 4200-SCORE-ONE-STATION-EXIT
057200           END-IF
057300           MOVE 'Y' TO ANM-NORMAL-FLAG(WS-ANM-FOUND-IDX)
057400           MOVE NRT-MEAN(WS-NRT-FOUND-IDX) TO
057500               ANM-NRM-MEAN(WS-ANM-FOUND-IDX)
057600           MOVE NRT-YEARS(WS-NRT-FOUND-IDX) TO
057700               ANM-NRM-YEARS(WS-ANM-FOUND-IDX)
057800           COMPUTE ANM-DEP-MEAN(WS-ANM-FOUND-IDX) =
057900               WS-DAY-MEAN - NRT-MEAN(WS-NRT-FOUND-IDX)
058000           COMPUTE ANM-DEP-MIN(WS-ANM-FOUND-IDX) =
058100               HST-MIN - NRT-MIN(WS-NRT-FOUND-IDX)
058200           COMPUTE ANM-DEP-MAX(WS-ANM-FOUND-IDX) =
058300               HST-MAX - NRT-MAX(WS-NRT-FOUND-IDX)
058400           IF NRT-STD-DEV(WS-NRT-FOUND-IDX) NOT > ZERO
058500               GO TO 4200-SCORE-ONE-STATION-EXIT
058600           END-IF
058700           MOVE 'Y' TO ANM-SCORE-FLAG(WS-ANM-FOUND-IDX)
058800           COMPUTE ANM-SCORE(WS-ANM-FOUND-IDX) ROUNDED =
058900               ANM-DEP-MEAN(WS-ANM-FOUND-IDX) /
059000               NRT-STD-DEV(WS-NRT-FOUND-IDX)
059100           IF NRT-YEARS(WS-NRT-FOUND-IDX) < WS-MIN-YEARS
059200               GO TO 4200-SCORE-ONE-STATION-EXIT
059300           END-IF
059400           MOVE ANM-SCORE(WS-ANM-FOUND-IDX) TO WS-ABS-SCORE
059500           IF WS-ABS-SCORE < ZERO
059600               COMPUTE WS-ABS-SCORE = ZERO - WS-ABS-SCORE
059700           END-IF
059800           IF WS-ABS-SCORE NOT < WS-THRESHOLD
059900               MOVE 'Y' TO ANM-UNUSUAL-FLAG(WS-ANM-FOUND-IDX)
060000               ADD 1 TO WS-STATIONS-UNUSUAL
060100           END-IF.
060200       4200-SCORE-ONE-STATION-EXIT.
060300           EXIT.
060400*
060500******************************************************************
060600*    4300-LOOKUP-MASTER-REGION
060700*    WS-AN-BUCKET IS STILL VALID FROM THE HASH OF THE SAME
060800*    NAME, SO THE HASH IS NOT RECOMPUTED HERE.
060900******************************************************************
061000       4300-LOOKUP-MASTER-REGION.
061100           MOVE MST-HASH-BUCKET(WS-AN-BUCKET) TO WS-MST-CHAIN-IDX
061200           MOVE ZERO TO WS-MST-FOUND-IDX
061300           PERFORM 4310-WALK-MASTER-CHAIN THRU
061400               4310-WALK-MASTER-CHAIN-EXIT
061500               UNTIL WS-MST-CHAIN-IDX = ZERO OR WS-MST-FOUND-IDX
061600                   NOT = ZERO
061700           IF WS-MST-FOUND-IDX = ZERO
061800               MOVE '???' TO ANM-REGION(WS-ANM-FOUND-IDX)
061900           ELSE
062000               MOVE MST-REGION(WS-MST-FOUND-IDX) TO
062100                   ANM-REGION(WS-ANM-FOUND-IDX)
062200           END-IF.
062300       4300-LOOKUP-MASTER-REGION-EXIT.
062400           EXIT.
062500*
062600******************************************************************
062700*    4310-WALK-MASTER-CHAIN
062800******************************************************************
062900       4310-WALK-MASTER-CHAIN.
063000           IF MST-NAME(WS-MST-CHAIN-IDX) = WS-AN-LOOKUP-NAME
063100               MOVE WS-MST-CHAIN-IDX TO WS-MST-FOUND-IDX
063200           ELSE
063300               MOVE MST-HASH-NEXT(WS-MST-CHAIN-IDX) TO
063400                   WS-MST-CHAIN-IDX
063500           END-IF.
063600       4310-WALK-MASTER-CHAIN-EXIT.
063700           EXIT.
063800*
063900******************************************************************
064000*    4410-WALK-NORMALS-CHAIN
064100******************************************************************
064200       4410-WALK-NORMALS-CHAIN.
064300           IF NRT-NAME(WS-NRT-CHAIN-IDX) = WS-AN-LOOKUP-NAME
064400               MOVE WS-NRT-CHAIN-IDX TO WS-NRT-FOUND-IDX
064500           ELSE
064600               MOVE NRT-HASH-NEXT(WS-NRT-CHAIN-IDX) TO
064700                   WS-NRT-CHAIN-IDX
064800           END-IF.
064900       4410-WALK-NORMALS-CHAIN-EXIT.
065000           EXIT.
065100*
065200******************************************************************
065300*    5000-BUILD-REGION-TOTALS
065400*    ROLLS THE STATION ENTRIES UP INTO REG-TABLE.  REGION COUNT
065500*    IS SMALL, SO A LINEAR CODE SEARCH IS PLENTY.
065600******************************************************************
065700       5000-BUILD-REGION-TOTALS.
065800           PERFORM VARYING ANM-IDX FROM 1 BY 1
065900               UNTIL ANM-IDX > ANM-LAST-IDX
066000               PERFORM 5100-FOLD-ONE-REGION THRU
066100                   5100-FOLD-ONE-REGION-EXIT
066200           END-PERFORM.
066300       5000-BUILD-REGION-TOTALS-EXIT.
066400           EXIT.
066500*
066600******************************************************************
066700*    5100-FOLD-ONE-REGION
066800*    THE WARMEST AND COLDEST DEPARTURES ARE TAKEN OVER THE
066900*    STATIONS WITH A NORMAL; THE FIRST SUCH STATION SEEDS THEM.
067000******************************************************************
067100       5100-FOLD-ONE-REGION.
067200           MOVE ZERO TO WS-REG-FOUND-IDX
067300           PERFORM VARYING WS-REG-SCAN-IDX FROM 1 BY 1
067400               UNTIL WS-REG-SCAN-IDX > REG-LAST-IDX
067500               IF REG-CODE(WS-REG-SCAN-IDX) = ANM-REGION(ANM-IDX)
067600                   MOVE WS-REG-SCAN-IDX TO WS-REG-FOUND-IDX
067700               END-IF
067800           END-PERFORM
067900           IF WS-REG-FOUND-IDX = ZERO
068000               IF REG-LAST-IDX NOT < 200
068100                   GO TO 5100-FOLD-ONE-REGION-EXIT
068200               END-IF
068300               ADD 1 TO REG-LAST-IDX
068400               MOVE REG-LAST-IDX TO WS-REG-FOUND-IDX
068500               MOVE ANM-REGION(ANM-IDX) TO
068600                   REG-CODE(WS-REG-FOUND-IDX)
068700           END-IF
068800           ADD 1 TO REG-STATIONS(WS-REG-FOUND-IDX)
068900           IF ANM-UNUSUAL(ANM-IDX)
069000               ADD 1 TO REG-UNUSUAL(WS-REG-FOUND-IDX)
069100           END-IF
069200           IF NOT ANM-HAS-NORMAL(ANM-IDX)
069300               GO TO 5100-FOLD-ONE-REGION-EXIT
069400           END-IF
069500           IF REG-WITH-NORMAL(WS-REG-FOUND-IDX) = ZERO
069600               MOVE ANM-DEP-MEAN(ANM-IDX) TO
069700                   REG-DEP-WARMEST(WS-REG-FOUND-IDX)
069800               MOVE ANM-DEP-MEAN(ANM-IDX) TO
069900                   REG-DEP-COLDEST(WS-REG-FOUND-IDX)
070000           END-IF
070100           IF ANM-DEP-MEAN(ANM-IDX) >
070200               REG-DEP-WARMEST(WS-REG-FOUND-IDX)
070300               MOVE ANM-DEP-MEAN(ANM-IDX) TO
070400                   REG-DEP-WARMEST(WS-REG-FOUND-IDX)
070500           END-IF
070600           IF ANM-DEP-MEAN(ANM-IDX) <
070700               REG-DEP-COLDEST(WS-REG-FOUND-IDX)
070800               MOVE ANM-DEP-MEAN(ANM-IDX) TO
070900                   REG-DEP-COLDEST(WS-REG-FOUND-IDX)
071000           END-IF
071100           ADD 1 TO REG-WITH-NORMAL(WS-REG-FOUND-IDX)
071200           ADD ANM-DEP-MEAN(ANM-IDX) TO
071300               REG-DEP-TOTAL(WS-REG-FOUND-IDX).
071400       5100-FOLD-ONE-REGION-EXIT.
071500           EXIT.
071600*
071700******************************************************************
071800*    6000-WRITE-REPORT
071900*    STATION LINES IN REGION / STATION ORDER, WITH A BLANK LINE
072000*    BETWEEN REGIONS, THEN THE PER-REGION ROLLUP.  SAME
072100*    TABLE-SORT-THEN-FULL-SCAN WALK AS THE OTHER REPORT WRITERS.
072200******************************************************************
072300       6000-WRITE-REPORT.
072400           IF ANM-LAST-IDX > 1
072500               SORT ANM-ENTRY ASCENDING ANM-REGION ANM-NAME
072600           END-IF
072700           MOVE SPACES TO ANOMALY-REPORT-LINE
072800           STRING 'STATION' DELIMITED BY SIZE
072900               '                                   ' DELIMITED
073000                   BY SIZE
073100               '                                   ' DELIMITED
073200                   BY SIZE
073300               '                       REG'
073400                   DELIMITED BY SIZE
073500               '      MEAN    NORMAL  DEP-MEAN   DEP-MIN'
073600                   DELIMITED BY SIZE
073700               '   DEP-MAX' DELIMITED BY SIZE
073800               '  YRS    SCORE' DELIMITED BY SIZE
073900               INTO ANOMALY-REPORT-LINE
074000           END-STRING
074100           WRITE ANOMALY-REPORT-LINE
074200           MOVE SPACES TO WS-LAST-REGION
074300           PERFORM VARYING ANM-IDX FROM 1 BY 1
074400               UNTIL ANM-IDX > 10000
074500               IF ANM-NAME(ANM-IDX) NOT = SPACES
074600                   PERFORM 6100-WRITE-ONE-STATION THRU
074700                       6100-WRITE-ONE-STATION-EXIT
074800               END-IF
074900           END-PERFORM
075000           PERFORM 6300-WRITE-REGION-SECTION THRU
075100               6300-WRITE-REGION-SECTION-EXIT.
075200       6000-WRITE-REPORT-EXIT.
075300           EXIT.
075400*
075500******************************************************************
075600*    6100-WRITE-ONE-STATION
075700******************************************************************
075800       6100-WRITE-ONE-STATION.
075900           IF ANM-REGION(ANM-IDX) NOT = WS-LAST-REGION
076000               MOVE SPACES TO ANOMALY-REPORT-LINE
076100               WRITE ANOMALY-REPORT-LINE
076200               MOVE ANM-REGION(ANM-IDX) TO WS-LAST-REGION
076300           END-IF
076400           MOVE SPACES TO ANR-DETAIL-REC
076500           MOVE FUNCTION TRIM(ANM-NAME(ANM-IDX) TRAILING) TO
076600               ANR-STATION
076700           MOVE ANM-REGION(ANM-IDX) TO ANR-REGION
076800           MOVE ANM-MEAN(ANM-IDX) TO ANR-MEAN
076900           IF ANM-HAS-NORMAL(ANM-IDX)
077000               MOVE ANM-NRM-MEAN(ANM-IDX) TO ANR-NORMAL
077100               MOVE ANM-DEP-MEAN(ANM-IDX) TO ANR-DEP-MEAN
077200               MOVE ANM-DEP-MIN(ANM-IDX) TO ANR-DEP-MIN
077300               MOVE ANM-DEP-MAX(ANM-IDX) TO ANR-DEP-MAX
077400               MOVE ANM-NRM-YEARS(ANM-IDX) TO ANR-YEARS
077500               IF ANM-HAS-SCORE(ANM-IDX)
077600                   MOVE ANM-SCORE(ANM-IDX) TO ANR-SCORE
077700               END-IF
077800               IF ANM-UNUSUAL(ANM-IDX)
077900                   MOVE 'UNUSUAL' TO ANR-FLAG
078000               END-IF
078100           ELSE
078200               MOVE 'NO NORMAL' TO ANR-FLAG
078300           END-IF
078400           MOVE SPACES TO ANOMALY-REPORT-LINE
078500           MOVE ANR-DETAIL-REC TO ANOMALY-REPORT-LINE
078600           WRITE ANOMALY-REPORT-LINE.
078700       6100-WRITE-ONE-STATION-EXIT.
078800           EXIT.
078900*
079000******************************************************************
079100*    6300-WRITE-REGION-SECTION
079200*    THE SORT RUNS OVER ALL 200 SLOTS, SO THE UNUSED (BLANK)
079300*    ONES SORT TO THE FRONT; THE WALK SKIPS THEM THE SAME WAY
079400*    THE STATION WALK DOES.
079500******************************************************************
079600       6300-WRITE-REGION-SECTION.
079700           IF REG-LAST-IDX > 1
079800               SORT REG-ENTRY ASCENDING REG-CODE
079900           END-IF
080000           MOVE SPACES TO ANOMALY-REPORT-LINE
080100           WRITE ANOMALY-REPORT-LINE
080200           MOVE SPACES TO ANOMALY-REPORT-LINE
080300           STRING 'REGION ROLLUP' DELIMITED BY SIZE
080400               INTO ANOMALY-REPORT-LINE
080500           END-STRING
080600           WRITE ANOMALY-REPORT-LINE
080700           MOVE SPACES TO ANOMALY-REPORT-LINE
080800           STRING 'REG   STATIONS    NORMALS    UNUSUAL'
080900                   DELIMITED BY SIZE
081000               '  MEAN DEP   WARMEST   COLDEST' DELIMITED BY SIZE
081100               INTO ANOMALY-REPORT-LINE
081200           END-STRING
081300           WRITE ANOMALY-REPORT-LINE
081400           PERFORM VARYING REG-IDX FROM 1 BY 1
081500               UNTIL REG-IDX > 200
081600               IF REG-CODE(REG-IDX) NOT = SPACES
081700                   PERFORM 6400-WRITE-REGION-LINE THRU
081800                       6400-WRITE-REGION-LINE-EXIT
081900               END-IF
082000           END-PERFORM.
082100       6300-WRITE-REGION-SECTION-EXIT.
082200           EXIT.
082300*
082400******************************************************************
082500*    6400-WRITE-REGION-LINE
082600*    A REGION WITH NO STATION ON NORMAL SHOWS BLANK DEPARTURE
082700*    COLUMNS.
082800******************************************************************
082900       6400-WRITE-REGION-LINE.
083000           MOVE REG-STATIONS(REG-IDX) TO WS-COUNT-ED
083100           MOVE REG-WITH-NORMAL(REG-IDX) TO WS-COUNT-ED-2
083200           MOVE REG-UNUSUAL(REG-IDX) TO WS-COUNT-ED-3
083300           MOVE SPACES TO ANOMALY-REPORT-LINE
083400           IF REG-WITH-NORMAL(REG-IDX) = ZERO
083500               STRING REG-CODE(REG-IDX) DELIMITED BY SIZE
083600                   ' ' DELIMITED BY SIZE
083700                   WS-COUNT-ED DELIMITED BY SIZE
083800                   ' ' DELIMITED BY SIZE
083900                   WS-COUNT-ED-2 DELIMITED BY SIZE
084000                   '  ' DELIMITED BY SIZE
084100                   WS-COUNT-ED-3 DELIMITED BY SIZE
084200                   INTO ANOMALY-REPORT-LINE
084300               END-STRING
084400               WRITE ANOMALY-REPORT-LINE
084500               GO TO 6400-WRITE-REGION-LINE-EXIT
084600           END-IF
084700           COMPUTE WS-REG-MEAN-DEP ROUNDED =
084800               REG-DEP-TOTAL(REG-IDX) / REG-WITH-NORMAL(REG-IDX)
084900           MOVE WS-REG-MEAN-DEP TO WS-TEMP-ED
085000           MOVE REG-DEP-WARMEST(REG-IDX) TO WS-TEMP-ED-2
085100           MOVE REG-DEP-COLDEST(REG-IDX) TO WS-TEMP-ED-3
085200           STRING REG-CODE(REG-IDX) DELIMITED BY SIZE
085300               ' ' DELIMITED BY SIZE
085400               WS-COUNT-ED DELIMITED BY SIZE
085500               ' ' DELIMITED BY SIZE
085600               WS-COUNT-ED-2 DELIMITED BY SIZE
085700               '  ' DELIMITED BY SIZE
085800               WS-COUNT-ED-3 DELIMITED BY SIZE
085900               '  ' DELIMITED BY SIZE
086000               WS-TEMP-ED DELIMITED BY SIZE
086100               '  ' DELIMITED BY SIZE
086200               WS-TEMP-ED-2 DELIMITED BY SIZE
086300               '  ' DELIMITED BY SIZE
086400               WS-TEMP-ED-3 DELIMITED BY SIZE
086500               INTO ANOMALY-REPORT-LINE
086600           END-STRING
086700           WRITE ANOMALY-REPORT-LINE.
086800       6400-WRITE-REGION-LINE-EXIT.
086900           EXIT.
087000*
087100******************************************************************
087200*    6500-COMPUTE-AN-HASH
087300*    SAME NAME HASH AS STATION-AGG'S 3510-COMPUTE-HASH.
087400******************************************************************
087500       6500-COMPUTE-AN-HASH.
087600           MOVE ZERO TO WS-AN-HASH-SUM
087700           PERFORM VARYING WS-AN-CHAR-IDX FROM 1 BY 1
087800               UNTIL WS-AN-CHAR-IDX > 100
087900               COMPUTE WS-AN-HASH-SUM = WS-AN-HASH-SUM +
088000                   FUNCTION ORD(WS-AN-NAME-BYTES(WS-AN-CHAR-IDX))
088100           END-PERFORM
088200           DIVIDE WS-AN-HASH-SUM BY WS-AN-HASH-BUCKET-COUNT GIVING
088300               WS-AN-HASH-QUOT REMAINDER WS-AN-HASH-REM
088400           COMPUTE WS-AN-BUCKET = WS-AN-HASH-REM + 1.
088500       6500-COMPUTE-AN-HASH-EXIT.
088600           EXIT.
088700*
088800******************************************************************
088900*    8000-WRITE-SUMMARY
089000******************************************************************
089100       8000-WRITE-SUMMARY.
089200           MOVE SPACES TO ANOMALY-REPORT-LINE
089300           WRITE ANOMALY-REPORT-LINE
089400           MOVE WS-RECORDS-READ TO WS-COUNT-ED
089500           MOVE SPACES TO ANOMALY-REPORT-LINE
089600           STRING 'SUMMARY -- HISTORY RECORDS READ: '
089700                   DELIMITED BY SIZE
089800               WS-COUNT-ED DELIMITED BY SIZE
089900               INTO ANOMALY-REPORT-LINE
090000           END-STRING
090100           WRITE ANOMALY-REPORT-LINE
090200           MOVE WS-NORMALS-LOADED TO WS-COUNT-ED
090300           MOVE SPACES TO ANOMALY-REPORT-LINE
090400           STRING '           NORMALS FOR THE DAY:  '
090500                   DELIMITED BY SIZE
090600               WS-COUNT-ED DELIMITED BY SIZE
090700               INTO ANOMALY-REPORT-LINE
090800           END-STRING
090900           WRITE ANOMALY-REPORT-LINE
091000           MOVE ANM-LAST-IDX TO WS-COUNT-ED
091100           MOVE SPACES TO ANOMALY-REPORT-LINE
091200           STRING '           STATIONS REPORTED:    '
091300                   DELIMITED BY SIZE
091400               WS-COUNT-ED DELIMITED BY SIZE
091500               INTO ANOMALY-REPORT-LINE
091600           END-STRING
091700           WRITE ANOMALY-REPORT-LINE
091800           MOVE WS-STATIONS-NO-NORMAL TO WS-COUNT-ED
091900           MOVE SPACES TO ANOMALY-REPORT-LINE
092000           STRING '           WITHOUT A NORMAL:     '
092100                   DELIMITED BY SIZE
092200               WS-COUNT-ED DELIMITED BY SIZE
092300               INTO ANOMALY-REPORT-LINE
092400           END-STRING
092500           WRITE ANOMALY-REPORT-LINE
092600           MOVE WS-STATIONS-UNUSUAL TO WS-COUNT-ED
092700           MOVE SPACES TO ANOMALY-REPORT-LINE
092800           STRING '           FLAGGED UNUSUAL:      '
092900                   DELIMITED BY SIZE
093000               WS-COUNT-ED DELIMITED BY SIZE
093100               INTO ANOMALY-REPORT-LINE
093200           END-STRING
093300           WRITE ANOMALY-REPORT-LINE
093400           MOVE REG-LAST-IDX TO WS-COUNT-ED
093500           MOVE SPACES TO ANOMALY-REPORT-LINE
093600           STRING '           REGIONS REPORTED:     '
093700                   DELIMITED BY SIZE
093800               WS-COUNT-ED DELIMITED BY SIZE
093900               INTO ANOMALY-REPORT-LINE
094000           END-STRING
094100           WRITE ANOMALY-REPORT-LINE
094200           MOVE WS-RECORDS-SKIPPED TO WS-COUNT-ED
094300           MOVE SPACES TO ANOMALY-REPORT-LINE
094400           STRING '           SKIPPED:              '
094500                   DELIMITED BY SIZE
094600               WS-COUNT-ED DELIMITED BY SIZE
094700               INTO ANOMALY-REPORT-LINE
094800           END-STRING
094900           WRITE ANOMALY-REPORT-LINE.
095000       8000-WRITE-SUMMARY-EXIT.
095100           EXIT.
095200*
095300******************************************************************
095400*    9999-EXIT
095500******************************************************************
095600       9999-EXIT.
095700           STOP RUN.
