000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. NORMALS-BUILD.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  BUILDS THE STATION CLIMATE
001000*               NORMALS FILE (SEE NRMREC.CPY): READS HIST-REORG'S
001100*               MONTHLY ARCHIVES FOR A CONTROL-CARD RANGE OF
001200*               MONTHS PLUS THE WHOLE LIVE HISTORY FILE, SORTS
001300*               THE DAILY RESULTS BY STATION / CALENDAR DAY /
001400*               YEAR, AND WRITES ONE NORMAL PER STATION PER MMDD
001500*               -- MULTI-YEAR MEAN OF THE DAILY MEAN, MIN AND
001600*               MAX, YEARS OF RECORD, AND THE STANDARD DEVIATION
001700*               OF THE DAILY MEAN.  NORMALS-ANOMALY READS IT.
001710*    2026-10-15 TB  LAST-YEAR-OF-RECORD CARD, SO THE NORMALS
001720*               NORMALS-ANOMALY SCORES A YEAR AGAINST CAN BE
001730*               BUILT WITHOUT THAT YEAR'S OWN READINGS.
001800******************************************************************
001900*
002000******************************************************************
002100*    THE CONTROL FILE (./NORMALS-CONTROL.TXT) IS THREE LINE
002200*    SEQUENTIAL RECORDS, THE SAME POSITIONAL CONVENTION AS THE
002300*    OTHER CONTROL CARDS:
002400*      LINE 1  FIRST ARCHIVE MONTH, YYYYMM
002500*      LINE 2  LAST ARCHIVE MONTH, YYYYMM
002510*      LINE 3  LAST YEAR OF RECORD, YYYY; A RECORD DATED IN A
002520*              LATER YEAR IS LEFT OUT OF THE NORMALS.  BLANK
002530*              OR ZERO MEANS NO CUTOFF
002600*    EVERY ./STATION-HISTORY-ARCHIVE-YYYYMM.TXT IN THE RANGE IS
002700*    READ (SEE HIST-REORG), THEN THE LIVE ./STATION-HISTORY.DAT
002800*    FRONT TO BACK -- THE LIVE FILE IS ALWAYS INCLUDED, SO AN
002900*    ALL-ZERO OR BLANK FIRST MONTH BUILDS FROM LIVE HISTORY
003000*    ONLY.  A MONTH IN THE RANGE WITH NO ARCHIVE FILE IS LISTED
003100*    ON THE REPORT AND GIVES RC=4, SINCE THE NORMALS ARE THEN
003200*    SHORT THAT MONTH'S YEARS.  A LIVE FILE THAT CANNOT BE
003300*    OPENED GIVES RC=8; THE NORMALS ARE STILL WRITTEN FROM THE
003400*    ARCHIVES.
003410*
003420*    A DEPARTURE IS ONLY MEANINGFUL AGAINST A NORMAL THAT DOES
003430*    NOT ALREADY CONTAIN THE DAY BEING SCORED, SO THE NORMALS
003440*    FOR NORMALS-ANOMALY'S BUSINESS YEAR ARE BUILT WITH LINE 3
003450*    SET TO THE YEAR BEFORE IT.  RECORDS LEFT OUT BY THE
003460*    CUTOFF ARE COUNTED ON THE SUMMARY.
003500*
003600*    A HISTORY RECORD UNDER A RENAMED STATION'S FORMER NAME IS
003700*    FOLDED INTO THE CURRENT NAME (STM-ALIAS-NAME, SEE
003800*    STAMST.CPY) SO A RENAME DOES NOT RESTART THE STATION'S
003900*    YEARS OF RECORD.  TWO RECORDS FOR THE SAME STATION AND
004000*    DATE (A SUPPLEMENTAL RUN ARCHIVED AFTER ITS MONTH CLOSED)
004100*    ARE FOLDED INTO ONE DAY THE SAME WAY STATION-HIST FOLDS A
004200*    SUPPLEMENTAL RUN INTO THE STORED RECORD, SO EACH YEAR
004300*    COUNTS ONCE.
004400******************************************************************
004500       ENVIRONMENT DIVISION.
004600       INPUT-OUTPUT SECTION.
004700       FILE-CONTROL.
004800           SELECT CONTROL-FILE
004900               ASSIGN TO "./normals-control.txt"
005000               ORGANIZATION IS LINE SEQUENTIAL
005100               FILE STATUS IS WS-CONTROL-STATUS.
005200           SELECT MASTER-FILE ASSIGN TO "./station-master.txt"
005300               ORGANIZATION IS LINE SEQUENTIAL
005400               FILE STATUS IS WS-MASTER-STATUS.
005500           SELECT ARCHIVE-FILE
005600               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
005700               ORGANIZATION IS LINE SEQUENTIAL
005800               FILE STATUS IS WS-ARCHIVE-STATUS.
005900           SELECT HISTORY-FILE
006000               ASSIGN TO "./station-history.dat"
006100               ORGANIZATION IS INDEXED
006200               ACCESS MODE IS DYNAMIC
006300               RECORD KEY IS HST-KEY
006400               FILE STATUS IS WS-HISTORY-STATUS.
006500           SELECT NORMALS-FILE
006600               ASSIGN TO "./station-normals.txt"
006700               ORGANIZATION IS LINE SEQUENTIAL
006800               FILE STATUS IS WS-NORMALS-STATUS.
006900           SELECT NORMALS-REPORT-FILE
007000               ASSIGN TO "./normals-build-report.txt"
007100               ORGANIZATION IS LINE SEQUENTIAL
007200               FILE STATUS IS WS-NORMALS-REPORT-STATUS.
007300           SELECT SORT-FILE ASSIGN TO "./normals-build.srt".
007400*
007500       DATA DIVISION.
007600       FILE SECTION.
007700       FD  CONTROL-FILE.
007800       01  CONTROL-RECORD              PIC X(08).
007900*
008000       FD  MASTER-FILE.
008100       01  MASTER-REC                  PIC X(225).
008200*
008300       FD  ARCHIVE-FILE.
008400       01  ARCHIVE-REC                 PIC X(161).
008500*
008600       FD  HISTORY-FILE.
008700           COPY HISTREC.
008800*
008900       FD  NORMALS-FILE.
009000           COPY NRMREC.
009100*
009200       FD  NORMALS-REPORT-FILE.
009300       01  NORMALS-REPORT-LINE         PIC X(132).
009400*
009500       SD  SORT-FILE.
009600       01  SORT-REC.
009700           05  SRT-NAME                PIC X(100).
009800           05  SRT-MMDD                PIC X(04).
009900           05  SRT-YEAR                PIC X(04).
010000           05  SRT-MIN                 PIC S9(04)V9(02)
010100                                       SIGN LEADING SEPARATE.
010200           05  SRT-MAX                 PIC S9(04)V9(02)
010300                                       SIGN LEADING SEPARATE.
010400           05  SRT-COUNT               PIC 9(10).
010500           05  SRT-TOTAL               PIC S9(12)V9(02)
010600                                       SIGN LEADING SEPARATE.
010700*
010800       WORKING-STORAGE SECTION.
010900       01  STATION-MASTER-REC.
011000           COPY STAMST.
011100*
011200*    ALS-TABLE MAPS A RENAMED STATION'S FORMER NAME TO ITS
011300*    CURRENT ONE (STM-ALIAS-NAME, SEE STAMST.CPY), THE SAME
011400*    TABLE PERCENTILE-CERT BUILDS.  KEYED THROUGH THE SAME
011500*    CHAINED HASH STATTBL.CPY USES.
011600       01  ALS-TABLE.
011700           05  ALS-LAST-IDX            PIC 9(04) COMP VALUE ZERO.
011800           05  ALS-ENTRY OCCURS 1000 TIMES INDEXED BY ALS-IDX.
011900               10  ALS-OLD-NAME        PIC X(100).
012000               10  ALS-NEW-NAME        PIC X(100).
012100               10  ALS-HASH-NEXT       PIC 9(04) COMP.
012200           05  ALS-HASH-BUCKET OCCURS 2003 TIMES
012300                                       PIC 9(04) COMP.
012400*
012500       77  WS-AL-LOOKUP-NAME           PIC X(100).
012600       77  WS-AL-NAME-BYTES REDEFINES WS-AL-LOOKUP-NAME
012700                                       PIC X(01) OCCURS 100 TIMES.
012800       77  WS-AL-HASH-SUM              PIC 9(10) COMP.
012900       77  WS-AL-HASH-QUOT             PIC 9(10) COMP.
013000       77  WS-AL-HASH-REM              PIC 9(05) COMP.
013100       77  WS-AL-HASH-BUCKET-COUNT     PIC 9(05) COMP VALUE 2003.
013200       77  WS-AL-BUCKET                PIC 9(05) COMP.
013300       77  WS-AL-CHAIN-IDX             PIC 9(04) COMP.
013400       77  WS-AL-FOUND-IDX             PIC 9(04) COMP.
013500       77  WS-AL-CHAR-IDX              PIC 9(03) COMP.
013600*
013700       77  WS-CONTROL-STATUS           PIC X(02).
013800       77  WS-MASTER-STATUS            PIC X(02).
013900       77  WS-ARCHIVE-STATUS           PIC X(02).
014000       77  WS-HISTORY-STATUS           PIC X(02).
014100       77  WS-NORMALS-STATUS           PIC X(02).
014200       77  WS-NORMALS-REPORT-STATUS    PIC X(02).
014300       77  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
014400           88  WS-MASTER-EOF           VALUE 'Y'.
014500       77  WS-ARCHIVE-EOF-FLAG         PIC X(01) VALUE SPACE.
014600           88  WS-ARCHIVE-EOF          VALUE 'Y'.
014700       77  WS-HIST-EOF-FLAG            PIC X(01) VALUE SPACE.
014800           88  WS-HIST-EOF             VALUE 'Y'.
014900       77  WS-SORT-EOF-FLAG            PIC X(01) VALUE SPACE.
015000           88  WS-SORT-EOF             VALUE 'Y'.
015100       77  WS-LIVE-MISSING-FLAG        PIC X(01) VALUE 'N'.
015200           88  WS-LIVE-MISSING         VALUE 'Y'.
015300*
015400       77  WS-ARCHIVE-FILE-NAME        PIC X(200).
015500       77  WS-CARD-TEXT                PIC X(08).
015600       77  WS-FIRST-MONTH              PIC 9(06) VALUE ZERO.
015700       77  WS-LAST-MONTH               PIC 9(06) VALUE ZERO.
015750       77  WS-CUTOFF-YEAR              PIC 9(04) VALUE ZERO.
015800       77  WS-ARCH-MONTH               PIC 9(06).
015900       77  WS-ARCH-YEAR                PIC 9(04).
016000       77  WS-ARCH-MM                  PIC 9(02).
016100       77  WS-RUN-DATE                 PIC X(08).
016200       77  WS-MONTH-ED                 PIC X(06).
016300       77  WS-MONTH-ED-2               PIC X(06).
016400*
016500*    GROUP ACCUMULATORS FOR THE SORT OUTPUT PASS.  A GROUP IS
016600*    ONE STATION AND CALENDAR DAY; WITHIN IT THE RECORDS ARRIVE
016700*    IN YEAR ORDER, AND THE WS-DAY- FIELDS HOLD THE YEAR BEING
016800*    BUILT UNTIL THE YEAR CHANGES.
016900       77  WS-GRP-ACTIVE-FLAG          PIC X(01) VALUE 'N'.
017000           88  WS-GRP-ACTIVE           VALUE 'Y'.
017100       77  WS-GRP-NAME                 PIC X(100).
017200       77  WS-GRP-MMDD                 PIC X(04).
017300       77  WS-GRP-FIRST-YEAR           PIC X(04).
017400       77  WS-GRP-YEARS                PIC 9(03) COMP.
017500       77  WS-GRP-SUM-MEAN             PIC S9(09)V9(02) COMP-3.
017600       77  WS-GRP-SUMSQ-MEAN           PIC S9(13)V9(04) COMP-3.
017700       77  WS-GRP-SUM-MIN              PIC S9(09)V9(02) COMP-3.
017800       77  WS-GRP-SUM-MAX              PIC S9(09)V9(02) COMP-3.
017900       77  WS-DAY-YEAR                 PIC X(04).
018000       77  WS-DAY-MIN                  PIC S9(04)V9(02) COMP-3.
018100       77  WS-DAY-MAX                  PIC S9(04)V9(02) COMP-3.
018200       77  WS-DAY-COUNT                PIC 9(10) COMP.
018300       77  WS-DAY-TOTAL                PIC S9(12)V9(02) COMP-3.
018400       77  WS-DAY-MEAN                 PIC S9(04)V9(02) COMP-3.
018500       77  WS-VARIANCE                 PIC S9(09)V9(06) COMP-3.
018600       77  WS-YEARS-LESS-ONE           PIC 9(03) COMP.
018700       77  WS-LAST-STATION             PIC X(100) VALUE SPACES.
018800*
018900       77  WS-ARCHIVES-READ            PIC 9(05) COMP VALUE ZERO.
019000       77  WS-ARCHIVES-MISSING         PIC 9(05) COMP VALUE ZERO.
019100       77  WS-ARCHIVE-RECORDS          PIC 9(10) COMP VALUE ZERO.
019200       77  WS-LIVE-RECORDS             PIC 9(10) COMP VALUE ZERO.
019300       77  WS-RECORDS-SKIPPED          PIC 9(10) COMP VALUE ZERO.
019350       77  WS-RECORDS-PAST-CUTOFF      PIC 9(10) COMP VALUE ZERO.
019400       77  WS-RECORDS-RELEASED         PIC 9(10) COMP VALUE ZERO.
019500       77  WS-ALIAS-REDIRECTS          PIC 9(10) COMP VALUE ZERO.
019600       77  WS-DAYS-FOLDED              PIC 9(10) COMP VALUE ZERO.
019700       77  WS-NORMALS-WRITTEN          PIC 9(10) COMP VALUE ZERO.
019800       77  WS-STATIONS-WRITTEN         PIC 9(05) COMP VALUE ZERO.
019900       77  WS-COUNT-ED                 PIC Z(9)9.
020000*
020100       PROCEDURE DIVISION.
020200******************************************************************
020300*    0000-MAINLINE
020400******************************************************************
020500       0000-MAINLINE.
020600           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
020700           PERFORM 2000-READ-CONTROL-CARD THRU
020800               2000-READ-CONTROL-CARD-EXIT
020900           PERFORM 2500-LOAD-STATION-MASTER THRU
021000               2500-LOAD-STATION-MASTER-EXIT
021100           SORT SORT-FILE
021200               ASCENDING KEY SRT-NAME, SRT-MMDD, SRT-YEAR
021300               INPUT PROCEDURE IS 3000-RELEASE-ALL-HISTORY THRU
021400                   3999-RELEASE-EXIT
021500               OUTPUT PROCEDURE IS 5000-BUILD-NORMALS THRU
021600                   5999-BUILD-EXIT
021700           CLOSE NORMALS-FILE
021800           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
021900           CLOSE NORMALS-REPORT-FILE
022000           IF WS-LIVE-MISSING
022100               MOVE 8 TO RETURN-CODE
022200           ELSE
022300               IF WS-ARCHIVES-MISSING NOT = ZERO
022400                   MOVE 4 TO RETURN-CODE
022500               END-IF
022600           END-IF
022700           GO TO 9999-EXIT.
022800*
022900******************************************************************
023000*    1000-INITIALIZE
023100******************************************************************
023200       1000-INITIALIZE.
023300           INITIALIZE ALS-TABLE
023400           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023500           OPEN OUTPUT NORMALS-REPORT-FILE
023600           IF WS-NORMALS-REPORT-STATUS NOT = '00'
023700               DISPLAY 'NORMALS-BUILD: ERROR OPENING REPORT, '
023800                   'STATUS=' WS-NORMALS-REPORT-STATUS
023900               MOVE 16 TO RETURN-CODE
024000               GO TO 9999-EXIT
024100           END-IF
024200           MOVE SPACES TO NORMALS-REPORT-LINE
024300           STRING 'STATION CLIMATE NORMALS BUILD'
024400                   DELIMITED BY SIZE
024500               '          RUN DATE: ' DELIMITED BY SIZE
024600               WS-RUN-DATE DELIMITED BY SIZE
024700               INTO NORMALS-REPORT-LINE
024800           END-STRING
024900           WRITE NORMALS-REPORT-LINE
025000           OPEN OUTPUT NORMALS-FILE
025100           IF WS-NORMALS-STATUS NOT = '00'
025200               DISPLAY 'NORMALS-BUILD: ERROR OPENING NORMALS '
025300                   'FILE, STATUS=' WS-NORMALS-STATUS
025400               MOVE 16 TO RETURN-CODE
025500               CLOSE NORMALS-REPORT-FILE
025600               GO TO 9999-EXIT
025700           END-IF.
025800       1000-INITIALIZE-EXIT.
025900           EXIT.
026000*
026100******************************************************************
026200*    2000-READ-CONTROL-CARD
026300*    A GARBAGE MONTH OR A BACKWARDS RANGE IS A SETUP ERROR AND
026400*    STOPS THE RUN, THE SAME POSTURE AS DEGREE-DAYS.  A ZERO OR
026500*    BLANK FIRST MONTH MEANS NO ARCHIVES, LIVE HISTORY ONLY.
026550*    A LAST YEAR OF RECORD THAT IS NOT FOUR DIGITS IS LIKEWISE
026560*    A SETUP ERROR.
026600******************************************************************
026700       2000-READ-CONTROL-CARD.
026800           OPEN INPUT CONTROL-FILE
026900           IF WS-CONTROL-STATUS NOT = '00'
027000               DISPLAY 'NORMALS-BUILD: ERROR OPENING CONTROL '
027100                   'FILE, STATUS=' WS-CONTROL-STATUS
027200               MOVE 16 TO RETURN-CODE
027300               CLOSE NORMALS-FILE
027400               CLOSE NORMALS-REPORT-FILE
027500               GO TO 9999-EXIT
027600           END-IF
027700           MOVE SPACES TO WS-CARD-TEXT
027800           READ CONTROL-FILE INTO WS-CARD-TEXT
027900           IF WS-CARD-TEXT(1:6) IS NUMERIC
028000               MOVE WS-CARD-TEXT(1:6) TO WS-FIRST-MONTH
028100           END-IF
028200           MOVE SPACES TO WS-CARD-TEXT
028300           READ CONTROL-FILE INTO WS-CARD-TEXT
028400           IF WS-CARD-TEXT(1:6) IS NUMERIC
028500               MOVE WS-CARD-TEXT(1:6) TO WS-LAST-MONTH
028600           END-IF
028610           MOVE SPACES TO WS-CARD-TEXT
028620           READ CONTROL-FILE INTO WS-CARD-TEXT
028630           IF WS-CARD-TEXT(1:4) IS NUMERIC
028640               MOVE WS-CARD-TEXT(1:4) TO WS-CUTOFF-YEAR
028650           ELSE
028660               IF WS-CARD-TEXT NOT = SPACES
028670                   GO TO 2100-BAD-RANGE
028680               END-IF
028690           END-IF
028700           CLOSE CONTROL-FILE
028710           IF WS-CUTOFF-YEAR NOT = ZERO
028720               MOVE SPACES TO NORMALS-REPORT-LINE
028730               STRING 'LAST YEAR OF RECORD: ' DELIMITED BY SIZE
028740                   WS-CUTOFF-YEAR DELIMITED BY SIZE
028750                   INTO NORMALS-REPORT-LINE
028760               END-STRING
028770               WRITE NORMALS-REPORT-LINE
028780           END-IF
028800           IF WS-FIRST-MONTH = ZERO
028900               MOVE SPACES TO NORMALS-REPORT-LINE
029000               STRING 'ARCHIVE MONTHS: NONE -- LIVE HISTORY ONLY'
029100                       DELIMITED BY SIZE
029200                   INTO NORMALS-REPORT-LINE
029300               END-STRING
029400               WRITE NORMALS-REPORT-LINE
029500               GO TO 2000-READ-CONTROL-CARD-EXIT
029600           END-IF
029700           IF WS-LAST-MONTH = ZERO
029800               MOVE WS-FIRST-MONTH TO WS-LAST-MONTH
029900           END-IF
030000           DIVIDE WS-FIRST-MONTH BY 100 GIVING WS-ARCH-YEAR
030100               REMAINDER WS-ARCH-MM
030200           IF WS-ARCH-MM < 1 OR WS-ARCH-MM > 12
030300               GO TO 2100-BAD-RANGE
030400           END-IF
030500           DIVIDE WS-LAST-MONTH BY 100 GIVING WS-ARCH-YEAR
030600               REMAINDER WS-ARCH-MM
030700           IF WS-ARCH-MM < 1 OR WS-ARCH-MM > 12 OR
030800               WS-FIRST-MONTH > WS-LAST-MONTH
030900               GO TO 2100-BAD-RANGE
031000           END-IF
031100           MOVE WS-FIRST-MONTH TO WS-MONTH-ED
031200           MOVE WS-LAST-MONTH TO WS-MONTH-ED-2
031300           MOVE SPACES TO NORMALS-REPORT-LINE
031400           STRING 'ARCHIVE MONTHS: ' DELIMITED BY SIZE
031500               WS-MONTH-ED DELIMITED BY SIZE
031600               ' THRU ' DELIMITED BY SIZE
031700               WS-MONTH-ED-2 DELIMITED BY SIZE
031800               ' PLUS LIVE HISTORY' DELIMITED BY SIZE
031900               INTO NORMALS-REPORT-LINE
032000           END-STRING
032100           WRITE NORMALS-REPORT-LINE
032200           GO TO 2000-READ-CONTROL-CARD-EXIT.
032300       2100-BAD-RANGE.
032400           DISPLAY 'NORMALS-BUILD: INVALID ARCHIVE MONTH RANGE '
032500               'OR LAST YEAR OF RECORD ON CONTROL FILE'
032600           MOVE 16 TO RETURN-CODE
032700           CLOSE NORMALS-FILE
032800           CLOSE NORMALS-REPORT-FILE
032900           GO TO 9999-EXIT.
033000       2000-READ-CONTROL-CARD-EXIT.
033100           EXIT.
033200*
033300******************************************************************
033400*    2500-LOAD-STATION-MASTER
033500*    A MASTER THAT CANNOT BE OPENED IS NOT FATAL -- THE NORMALS
033600*    ARE STILL BUILT, JUST WITHOUT ALIAS REDIRECTION, THE SAME
033700*    POSTURE AS PERCENTILE-CERT.
033800******************************************************************
033900       2500-LOAD-STATION-MASTER.
034000           OPEN INPUT MASTER-FILE
034100           IF WS-MASTER-STATUS NOT = '00'
034200               DISPLAY 'NORMALS-BUILD: NO STATION MASTER, '
034300                   'STATUS=' WS-MASTER-STATUS
034400                   ' - NO ALIAS REDIRECTION'
034500               GO TO 2500-LOAD-STATION-MASTER-EXIT
034600           END-IF
034700           MOVE SPACE TO WS-MASTER-EOF-FLAG
034800           PERFORM 2510-READ-ONE-MASTER THRU
034900               2510-READ-ONE-MASTER-EXIT
035000               UNTIL WS-MASTER-EOF
035100           CLOSE MASTER-FILE.
035200       2500-LOAD-STATION-MASTER-EXIT.
035300           EXIT.
035400*
035500******************************************************************
035600*    2510-READ-ONE-MASTER
035700******************************************************************
035800       2510-READ-ONE-MASTER.
035900           READ MASTER-FILE INTO STATION-MASTER-REC
036000               AT END
036100                   SET WS-MASTER-EOF TO TRUE
036200                   GO TO 2510-READ-ONE-MASTER-EXIT
036300           END-READ
036400           IF STM-STATION-NAME = SPACES OR
036500               STM-ALIAS-NAME = SPACES
036600               GO TO 2510-READ-ONE-MASTER-EXIT
036700           END-IF
036800           IF ALS-LAST-IDX NOT < 1000
036900               DISPLAY 'NORMALS-BUILD: WARNING - ALIAS TABLE '
037000                   'FULL, RECORD SKIPPED'
037100               GO TO 2510-READ-ONE-MASTER-EXIT
037200           END-IF
037300           MOVE STM-ALIAS-NAME TO WS-AL-LOOKUP-NAME
037400           PERFORM 6700-COMPUTE-ALS-HASH THRU
037500               6700-COMPUTE-ALS-HASH-EXIT
037600           ADD 1 TO ALS-LAST-IDX
037700           MOVE ALS-LAST-IDX TO WS-AL-FOUND-IDX
037800           MOVE STM-ALIAS-NAME TO ALS-OLD-NAME(WS-AL-FOUND-IDX)
037900           MOVE STM-STATION-NAME TO
038000               ALS-NEW-NAME(WS-AL-FOUND-IDX)
038100           MOVE ZERO TO ALS-HASH-NEXT(WS-AL-FOUND-IDX)
038200           IF ALS-HASH-BUCKET(WS-AL-BUCKET) NOT = ZERO
038300               MOVE ALS-HASH-BUCKET(WS-AL-BUCKET) TO
038400                   ALS-HASH-NEXT(WS-AL-FOUND-IDX)
038500           END-IF
038600           MOVE WS-AL-FOUND-IDX TO
038700               ALS-HASH-BUCKET(WS-AL-BUCKET).
038800       2510-READ-ONE-MASTER-EXIT.
038900           EXIT.
039000*
039100******************************************************************
039200*    3000-RELEASE-ALL-HISTORY  (SORT INPUT PROCEDURE)
039300*    THE ARCHIVE MONTHS FIRST, OLDEST TO NEWEST, THEN THE LIVE
039400*    FILE.  THE SORT PUTS THE YEARS BACK IN ORDER, SO THE READ
039500*    ORDER DOES NOT MATTER TO THE NORMALS.
039600******************************************************************
039700       3000-RELEASE-ALL-HISTORY.
039800           IF WS-FIRST-MONTH NOT = ZERO
039900               MOVE WS-FIRST-MONTH TO WS-ARCH-MONTH
040000               PERFORM 3100-RELEASE-ONE-ARCHIVE THRU
040100                   3100-RELEASE-ONE-ARCHIVE-EXIT
040200                   UNTIL WS-ARCH-MONTH > WS-LAST-MONTH
040300           END-IF
040400           PERFORM 3300-RELEASE-LIVE-HISTORY THRU
040500               3300-RELEASE-LIVE-HISTORY-EXIT.
040600       3999-RELEASE-EXIT.
040700           EXIT.
040800*
040900******************************************************************
041000*    3100-RELEASE-ONE-ARCHIVE
041100*    SAME FILE NAME HIST-REORG'S 3200-OPEN-MONTH BUILDS.  A
041200*    MISSING MONTH IS LISTED ON THE REPORT AND COUNTED.
041300******************************************************************
041400       3100-RELEASE-ONE-ARCHIVE.
041500           MOVE WS-ARCH-MONTH TO WS-MONTH-ED
041600           MOVE SPACES TO WS-ARCHIVE-FILE-NAME
041700           STRING './station-history-archive-' DELIMITED BY SIZE
041800               WS-MONTH-ED DELIMITED BY SIZE
041900               '.txt' DELIMITED BY SIZE
042000               INTO WS-ARCHIVE-FILE-NAME
042100           END-STRING
042200           OPEN INPUT ARCHIVE-FILE
042300           IF WS-ARCHIVE-STATUS NOT = '00'
042400               ADD 1 TO WS-ARCHIVES-MISSING
042500               MOVE SPACES TO NORMALS-REPORT-LINE
042600               STRING 'ARCHIVE NOT FOUND: ' DELIMITED BY SIZE
042700                   WS-ARCHIVE-FILE-NAME DELIMITED BY SPACE
042800                   ', STATUS=' DELIMITED BY SIZE
042900                   WS-ARCHIVE-STATUS DELIMITED BY SIZE
043000                   INTO NORMALS-REPORT-LINE
043100               END-STRING
043200               WRITE NORMALS-REPORT-LINE
043300               PERFORM 3150-NEXT-MONTH THRU 3150-NEXT-MONTH-EXIT
043400               GO TO 3100-RELEASE-ONE-ARCHIVE-EXIT
043500           END-IF
043600           ADD 1 TO WS-ARCHIVES-READ
043700           MOVE SPACE TO WS-ARCHIVE-EOF-FLAG
043800           PERFORM 3200-READ-ONE-ARCHIVE THRU
043900               3200-READ-ONE-ARCHIVE-EXIT
044000               UNTIL WS-ARCHIVE-EOF
044100           CLOSE ARCHIVE-FILE
044200           PERFORM 3150-NEXT-MONTH THRU 3150-NEXT-MONTH-EXIT.
044300       3100-RELEASE-ONE-ARCHIVE-EXIT.
044400           EXIT.
044500*
044600******************************************************************
044700*    3150-NEXT-MONTH
044800******************************************************************
044900       3150-NEXT-MONTH.
045000           DIVIDE WS-ARCH-MONTH BY 100 GIVING WS-ARCH-YEAR
045100               REMAINDER WS-ARCH-MM
045200           IF WS-ARCH-MM NOT < 12
045300               COMPUTE WS-ARCH-MONTH = ((WS-ARCH-YEAR + 1) * 100)
045400                   + 1
045500           ELSE
045600               ADD 1 TO WS-ARCH-MONTH
045700           END-IF.
045800       3150-NEXT-MONTH-EXIT.
045900           EXIT.
046000*
046100******************************************************************
046200*    3200-READ-ONE-ARCHIVE
046300*    AN ARCHIVE RECORD IS A RAW HST-RECORD IMAGE (SEE
046400*    HIST-REORG'S 3100-ARCHIVE-ONE-RECORD).
046500******************************************************************
046600       3200-READ-ONE-ARCHIVE.
046700           READ ARCHIVE-FILE INTO HST-RECORD
046800               AT END
046900                   SET WS-ARCHIVE-EOF TO TRUE
047000                   GO TO 3200-READ-ONE-ARCHIVE-EXIT
047100           END-READ
047200           ADD 1 TO WS-ARCHIVE-RECORDS
047300           PERFORM 3500-RELEASE-ONE-DAY THRU
047400               3500-RELEASE-ONE-DAY-EXIT.
047500       3200-READ-ONE-ARCHIVE-EXIT.
047600           EXIT.
047700*
047800******************************************************************
047900*    3300-RELEASE-LIVE-HISTORY
048000*    READS THE LIVE FILE FROM ITS LOWEST KEY, THE SAME WAY
048100*    HIST-REORG DOES.  OPENED INPUT, SO THE NIGHTLY RUN'S
048200*    STATION-HIST IS NEVER LOCKED OUT.
048300******************************************************************
048400       3300-RELEASE-LIVE-HISTORY.
048500           OPEN INPUT HISTORY-FILE
048600           IF WS-HISTORY-STATUS NOT = '00'
048700               DISPLAY 'NORMALS-BUILD: ERROR OPENING HISTORY '
048800                   'FILE, STATUS=' WS-HISTORY-STATUS
048900               MOVE 'Y' TO WS-LIVE-MISSING-FLAG
049000               MOVE SPACES TO NORMALS-REPORT-LINE
049100               STRING 'LIVE HISTORY NOT READ, STATUS='
049200                       DELIMITED BY SIZE
049300                   WS-HISTORY-STATUS DELIMITED BY SIZE
049400                   INTO NORMALS-REPORT-LINE
049500               END-STRING
049600               WRITE NORMALS-REPORT-LINE
049700               GO TO 3300-RELEASE-LIVE-HISTORY-EXIT
049800           END-IF
049900           MOVE LOW-VALUES TO HST-KEY
050000           START HISTORY-FILE KEY NOT < HST-KEY
050100           IF WS-HISTORY-STATUS NOT = '00'
050200               CLOSE HISTORY-FILE
050300               GO TO 3300-RELEASE-LIVE-HISTORY-EXIT
050400           END-IF
050500           MOVE SPACE TO WS-HIST-EOF-FLAG
050600           PERFORM 3400-READ-ONE-LIVE THRU 3400-READ-ONE-LIVE-EXIT
050700               UNTIL WS-HIST-EOF
050800           CLOSE HISTORY-FILE.
050900       3300-RELEASE-LIVE-HISTORY-EXIT.
051000           EXIT.
051100*
051200******************************************************************
051300*    3400-READ-ONE-LIVE
051400******************************************************************
051500       3400-READ-ONE-LIVE.
051600           READ HISTORY-FILE NEXT
051700               AT END
051800                   SET WS-HIST-EOF TO TRUE
051900                   GO TO 3400-READ-ONE-LIVE-EXIT
052000           END-READ
052100           ADD 1 TO WS-LIVE-RECORDS
052200           PERFORM 3500-RELEASE-ONE-DAY THRU
052300               3500-RELEASE-ONE-DAY-EXIT.
052400       3400-READ-ONE-LIVE-EXIT.
052500           EXIT.
052600*
052700******************************************************************
052800*    3500-RELEASE-ONE-DAY
052900*    A RECORD WITH A NON-NUMERIC DATE OR COUNT, OR NO READINGS,
053000*    HAS NO DAILY MEAN AND IS COUNTED AS SKIPPED, THE SAME TEST
053100*    DEGREE-DAYS APPLIES.  A RECORD DATED AFTER THE LAST YEAR
053150*    OF RECORD IS COUNTED SEPARATELY.
053200******************************************************************
053300       3500-RELEASE-ONE-DAY.
053400           IF HST-DATE IS NOT NUMERIC OR
053500               HST-COUNT IS NOT NUMERIC OR HST-COUNT = ZERO
053600               ADD 1 TO WS-RECORDS-SKIPPED
053700               GO TO 3500-RELEASE-ONE-DAY-EXIT
053800           END-IF
053810           IF WS-CUTOFF-YEAR NOT = ZERO AND
053820               HST-DATE(1:4) > WS-CUTOFF-YEAR
053830               ADD 1 TO WS-RECORDS-PAST-CUTOFF
053840               GO TO 3500-RELEASE-ONE-DAY-EXIT
053850           END-IF
053900           MOVE SPACES TO SORT-REC
054000           MOVE HST-STATION-NAME TO SRT-NAME
054100           PERFORM 3550-REDIRECT-ALIAS THRU
054200               3550-REDIRECT-ALIAS-EXIT
054300           MOVE HST-DATE(5:4) TO SRT-MMDD
054400           MOVE HST-DATE(1:4) TO SRT-YEAR
054500           MOVE HST-MIN TO SRT-MIN
054600           MOVE HST-MAX TO SRT-MAX
054700           MOVE HST-COUNT TO SRT-COUNT
054800           MOVE HST-TOTAL TO SRT-TOTAL
054900           RELEASE SORT-REC
055000           ADD 1 TO WS-RECORDS-RELEASED.
055100       3500-RELEASE-ONE-DAY-EXIT.
055200           EXIT.
055300*
055400******************************************************************
055500*    3550-REDIRECT-ALIAS
055600*    SAME REDIRECT AS PERCENTILE-CERT'S 3450-REDIRECT-ALIAS.
055700******************************************************************
055800       3550-REDIRECT-ALIAS.
055900           IF ALS-LAST-IDX = ZERO
056000               GO TO 3550-REDIRECT-ALIAS-EXIT
056100           END-IF
056200           MOVE SRT-NAME TO WS-AL-LOOKUP-NAME
056300           PERFORM 6700-COMPUTE-ALS-HASH THRU
056400               6700-COMPUTE-ALS-HASH-EXIT
056500           MOVE ALS-HASH-BUCKET(WS-AL-BUCKET) TO WS-AL-CHAIN-IDX
056600           MOVE ZERO TO WS-AL-FOUND-IDX
056700           PERFORM 6800-WALK-ALS-CHAIN THRU
056800               6800-WALK-ALS-CHAIN-EXIT
056900               UNTIL WS-AL-CHAIN-IDX = ZERO OR WS-AL-FOUND-IDX
057000                   NOT = ZERO
057100           IF WS-AL-FOUND-IDX NOT = ZERO
057200               MOVE ALS-NEW-NAME(WS-AL-FOUND-IDX) TO SRT-NAME
057300               ADD 1 TO WS-ALIAS-REDIRECTS
057400           END-IF.
057500       3550-REDIRECT-ALIAS-EXIT.
057600           EXIT.
057700*
057800******************************************************************
057900*    5000-BUILD-NORMALS  (SORT OUTPUT PROCEDURE)
058000*    THE SORTED STREAM IS STATION-MAJOR, THEN CALENDAR DAY,
058100*    THEN YEAR, SO EACH STATION-DAY IS A CONTIGUOUS RUN OF
058200*    YEARS AND ONLY ONE GROUP IS EVER HELD IN STORAGE -- THE
058300*    SAME STREAMING TECHNIQUE AS PERCENTILE-CERT'S 5000.
058400******************************************************************
058500       5000-BUILD-NORMALS.
058600           MOVE 'N' TO WS-GRP-ACTIVE-FLAG
058700           MOVE SPACE TO WS-SORT-EOF-FLAG
058800           PERFORM 5100-RETURN-ONE-RECORD THRU
058900               5100-RETURN-ONE-RECORD-EXIT
059000               UNTIL WS-SORT-EOF
059100           IF WS-GRP-ACTIVE
059200               PERFORM 5250-CLOSE-YEAR THRU 5250-CLOSE-YEAR-EXIT
059300               PERFORM 5300-FINISH-GROUP THRU
059400                   5300-FINISH-GROUP-EXIT
059500           END-IF.
059600       5999-BUILD-EXIT.
059700           EXIT.
059800*
059900******************************************************************
060000*    5100-RETURN-ONE-RECORD
060100*    A SECOND RECORD FOR THE SAME STATION AND DATE IS FOLDED
060200*    INTO THE DAY BEING BUILT -- MIN OF MINS, MAX OF MAXES,
060300*    COUNTS AND TOTALS SUMMED -- AS STATION-HIST'S
060400*    1200-FOLD-INTO-STORED DOES.
060500******************************************************************
060600       5100-RETURN-ONE-RECORD.
060700           RETURN SORT-FILE
060800               AT END
060900                   SET WS-SORT-EOF TO TRUE
061000                   GO TO 5100-RETURN-ONE-RECORD-EXIT
061100           END-RETURN
061200           IF NOT WS-GRP-ACTIVE OR SRT-NAME NOT = WS-GRP-NAME OR
061300               SRT-MMDD NOT = WS-GRP-MMDD
061400               IF WS-GRP-ACTIVE
061500                   PERFORM 5250-CLOSE-YEAR THRU
061600                       5250-CLOSE-YEAR-EXIT
061700                   PERFORM 5300-FINISH-GROUP THRU
061800                       5300-FINISH-GROUP-EXIT
061900               END-IF
062000               PERFORM 5200-START-GROUP THRU 5200-START-GROUP-EXIT
062100           END-IF
062200           IF SRT-YEAR = WS-DAY-YEAR
062300               ADD 1 TO WS-DAYS-FOLDED
062400               IF SRT-MIN < WS-DAY-MIN
062500                   MOVE SRT-MIN TO WS-DAY-MIN
062600               END-IF
062700               IF SRT-MAX > WS-DAY-MAX
062800                   MOVE SRT-MAX TO WS-DAY-MAX
062900               END-IF
063000               ADD SRT-COUNT TO WS-DAY-COUNT
063100               ADD SRT-TOTAL TO WS-DAY-TOTAL
063200               GO TO 5100-RETURN-ONE-RECORD-EXIT
063300           END-IF
063400           IF WS-DAY-YEAR NOT = SPACES
063500               PERFORM 5250-CLOSE-YEAR THRU 5250-CLOSE-YEAR-EXIT
063600           END-IF
063700           MOVE SRT-YEAR TO WS-DAY-YEAR
063800           MOVE SRT-MIN TO WS-DAY-MIN
063900           MOVE SRT-MAX TO WS-DAY-MAX
064000           MOVE SRT-COUNT TO WS-DAY-COUNT
064100           MOVE SRT-TOTAL TO WS-DAY-TOTAL
064200           IF WS-GRP-FIRST-YEAR = SPACES
064300               MOVE SRT-YEAR TO WS-GRP-FIRST-YEAR
064400           END-IF.
064500       5100-RETURN-ONE-RECORD-EXIT.
064600           EXIT.
064700*
064800******************************************************************
064900*    5200-START-GROUP
065000******************************************************************
065100       5200-START-GROUP.
065200           MOVE 'Y' TO WS-GRP-ACTIVE-FLAG
065300           MOVE SRT-NAME TO WS-GRP-NAME
065400           MOVE SRT-MMDD TO WS-GRP-MMDD
065500           MOVE SPACES TO WS-GRP-FIRST-YEAR
065600           MOVE SPACES TO WS-DAY-YEAR
065700           MOVE ZERO TO WS-GRP-YEARS
065800           MOVE ZERO TO WS-GRP-SUM-MEAN, WS-GRP-SUMSQ-MEAN
065900           MOVE ZERO TO WS-GRP-SUM-MIN, WS-GRP-SUM-MAX.
066000       5200-START-GROUP-EXIT.
066100           EXIT.
066200*
066300******************************************************************
066400*    5250-CLOSE-YEAR
066500*    ADDS THE FINISHED YEAR'S DAY INTO THE GROUP TOTALS.  THE
066600*    DAILY MEAN IS HST-TOTAL OVER HST-COUNT, AS DEGREE-DAYS
066700*    COMPUTES IT.
066800******************************************************************
066900       5250-CLOSE-YEAR.
067000           IF WS-GRP-YEARS NOT < 999
067100               GO TO 5250-CLOSE-YEAR-EXIT
067200           END-IF
067300           COMPUTE WS-DAY-MEAN ROUNDED =
067400               WS-DAY-TOTAL / WS-DAY-COUNT
067500           ADD 1 TO WS-GRP-YEARS
067600           ADD WS-DAY-MEAN TO WS-GRP-SUM-MEAN
067700           COMPUTE WS-GRP-SUMSQ-MEAN = WS-GRP-SUMSQ-MEAN +
067800               (WS-DAY-MEAN * WS-DAY-MEAN)
067900           ADD WS-DAY-MIN TO WS-GRP-SUM-MIN
068000           ADD WS-DAY-MAX TO WS-GRP-SUM-MAX.
068100       5250-CLOSE-YEAR-EXIT.
068200           EXIT.
068300*
068400******************************************************************
068500*    5300-FINISH-GROUP
068600*    WRITES THE STATION-DAY'S NORMAL.  THE STANDARD DEVIATION
068700*    IS THE SAMPLE FORM, (SUM OF SQUARES - SUM * SUM / N) OVER
068800*    N - 1; A SINGLE YEAR OF RECORD HAS NO SPREAD AND CARRIES
068900*    ZERO.  ROUNDING CAN LEAVE A FLAT SERIES A HAIR BELOW ZERO
069000*    VARIANCE, WHICH IS TAKEN AS ZERO.
069100******************************************************************
069200       5300-FINISH-GROUP.
069300           MOVE SPACES TO NRM-RECORD
069400           MOVE WS-GRP-NAME TO NRM-STATION-NAME
069500           MOVE WS-GRP-MMDD TO NRM-MMDD
069600           MOVE WS-GRP-YEARS TO NRM-YEARS
069700           MOVE WS-GRP-FIRST-YEAR TO NRM-FIRST-YEAR
069800           MOVE WS-DAY-YEAR TO NRM-LAST-YEAR
069900           COMPUTE NRM-MEAN ROUNDED =
070000               WS-GRP-SUM-MEAN / WS-GRP-YEARS
070100           COMPUTE NRM-MIN ROUNDED = WS-GRP-SUM-MIN / WS-GRP-YEARS
070200           COMPUTE NRM-MAX ROUNDED = WS-GRP-SUM-MAX / WS-GRP-YEARS
070300           MOVE ZERO TO NRM-STD-DEV
070400           IF WS-GRP-YEARS > 1
070500               COMPUTE WS-YEARS-LESS-ONE = WS-GRP-YEARS - 1
070600               COMPUTE WS-VARIANCE ROUNDED =
070700                   (WS-GRP-SUMSQ-MEAN - ((WS-GRP-SUM-MEAN *
070800                   WS-GRP-SUM-MEAN) / WS-GRP-YEARS)) /
070900                   WS-YEARS-LESS-ONE
071000               IF WS-VARIANCE > ZERO
071100                   COMPUTE NRM-STD-DEV ROUNDED =
071200                       FUNCTION SQRT(WS-VARIANCE)
071300               END-IF
071400           END-IF
071500           WRITE NRM-RECORD
071600           IF WS-NORMALS-STATUS NOT = '00'
071700               DISPLAY 'NORMALS-BUILD: ERROR WRITING NORMALS '
071800                   'FILE, STATUS=' WS-NORMALS-STATUS
071900               MOVE 16 TO RETURN-CODE
072000               CLOSE NORMALS-FILE
072100               CLOSE NORMALS-REPORT-FILE
072200               GO TO 9999-EXIT
072300           END-IF
072400           ADD 1 TO WS-NORMALS-WRITTEN
072500           IF WS-GRP-NAME NOT = WS-LAST-STATION
072600               ADD 1 TO WS-STATIONS-WRITTEN
072700               MOVE WS-GRP-NAME TO WS-LAST-STATION
072800           END-IF.
072900       5300-FINISH-GROUP-EXIT.
073000           EXIT.
073100*
073200******************************************************************
073300*    6700-COMPUTE-ALS-HASH
073400*    SAME NAME HASH AS STATION-AGG'S 3510-COMPUTE-HASH.
073500******************************************************************
073600       6700-COMPUTE-ALS-HASH.
073700           MOVE ZERO TO WS-AL-HASH-SUM
073800           PERFORM VARYING WS-AL-CHAR-IDX FROM 1 BY 1
073900               UNTIL WS-AL-CHAR-IDX > 100
074000               COMPUTE WS-AL-HASH-SUM = WS-AL-HASH-SUM +
074100                   FUNCTION ORD(WS-AL-NAME-BYTES(WS-AL-CHAR-IDX))
074200           END-PERFORM
074300           DIVIDE WS-AL-HASH-SUM BY WS-AL-HASH-BUCKET-COUNT
074400               GIVING WS-AL-HASH-QUOT REMAINDER WS-AL-HASH-REM
074500           COMPUTE WS-AL-BUCKET = WS-AL-HASH-REM + 1.
074600       6700-COMPUTE-ALS-HASH-EXIT.
074700           EXIT.
074800*
074900******************************************************************
075000*    6800-WALK-ALS-CHAIN
075100******************************************************************
075200       6800-WALK-ALS-CHAIN.
075300           IF ALS-OLD-NAME(WS-AL-CHAIN-IDX) = WS-AL-LOOKUP-NAME
075400               MOVE WS-AL-CHAIN-IDX TO WS-AL-FOUND-IDX
075500           ELSE
075600               MOVE ALS-HASH-NEXT(WS-AL-CHAIN-IDX) TO
075700                   WS-AL-CHAIN-IDX
075800           END-IF.
075900       6800-WALK-ALS-CHAIN-EXIT.
076000           EXIT.
076100*
076200******************************************************************
076300*    8000-WRITE-SUMMARY
076400******************************************************************
076500       8000-WRITE-SUMMARY.
076600           MOVE SPACES TO NORMALS-REPORT-LINE
076700           WRITE NORMALS-REPORT-LINE
076800           MOVE WS-ARCHIVES-READ TO WS-COUNT-ED
076900           MOVE SPACES TO NORMALS-REPORT-LINE
077000           STRING 'SUMMARY -- ARCHIVE FILES READ:   '
077100                   DELIMITED BY SIZE
077200               WS-COUNT-ED DELIMITED BY SIZE
077300               INTO NORMALS-REPORT-LINE
077400           END-STRING
077500           WRITE NORMALS-REPORT-LINE
077600           MOVE WS-ARCHIVES-MISSING TO WS-COUNT-ED
077700           MOVE SPACES TO NORMALS-REPORT-LINE
077800           STRING '           ARCHIVES MISSING:     '
077900                   DELIMITED BY SIZE
078000               WS-COUNT-ED DELIMITED BY SIZE
078100               INTO NORMALS-REPORT-LINE
078200           END-STRING
078300           WRITE NORMALS-REPORT-LINE
078400           MOVE WS-ARCHIVE-RECORDS TO WS-COUNT-ED
078500           MOVE SPACES TO NORMALS-REPORT-LINE
078600           STRING '           ARCHIVE RECORDS:      '
078700                   DELIMITED BY SIZE
078800               WS-COUNT-ED DELIMITED BY SIZE
078900               INTO NORMALS-REPORT-LINE
079000           END-STRING
079100           WRITE NORMALS-REPORT-LINE
079200           MOVE WS-LIVE-RECORDS TO WS-COUNT-ED
079300           MOVE SPACES TO NORMALS-REPORT-LINE
079400           STRING '           LIVE RECORDS:         '
079500                   DELIMITED BY SIZE
079600               WS-COUNT-ED DELIMITED BY SIZE
079700               INTO NORMALS-REPORT-LINE
079800           END-STRING
079900           WRITE NORMALS-REPORT-LINE
080000           MOVE WS-RECORDS-SKIPPED TO WS-COUNT-ED
080100           MOVE SPACES TO NORMALS-REPORT-LINE
080200           STRING '           SKIPPED:              '
080300                   DELIMITED BY SIZE
080400               WS-COUNT-ED DELIMITED BY SIZE
080500               INTO NORMALS-REPORT-LINE
080600           END-STRING
080700           WRITE NORMALS-REPORT-LINE
080710           MOVE WS-RECORDS-PAST-CUTOFF TO WS-COUNT-ED
080720           MOVE SPACES TO NORMALS-REPORT-LINE
080730           STRING '           PAST LAST YEAR:       '
080740                   DELIMITED BY SIZE
080750               WS-COUNT-ED DELIMITED BY SIZE
080760               INTO NORMALS-REPORT-LINE
080770           END-STRING
080780           WRITE NORMALS-REPORT-LINE
080800           MOVE WS-ALIAS-REDIRECTS TO WS-COUNT-ED
080900           MOVE SPACES TO NORMALS-REPORT-LINE
081000           STRING '           ALIAS REDIRECTS:      '
081100                   DELIMITED BY SIZE
081200               WS-COUNT-ED DELIMITED BY SIZE
081300               INTO NORMALS-REPORT-LINE
081400           END-STRING
081500           WRITE NORMALS-REPORT-LINE
081600           MOVE WS-DAYS-FOLDED TO WS-COUNT-ED
081700           MOVE SPACES TO NORMALS-REPORT-LINE
081800           STRING '           SAME-DAY FOLDS:       '
081900                   DELIMITED BY SIZE
082000               WS-COUNT-ED DELIMITED BY SIZE
082100               INTO NORMALS-REPORT-LINE
082200           END-STRING
082300           WRITE NORMALS-REPORT-LINE
082400           MOVE WS-NORMALS-WRITTEN TO WS-COUNT-ED
082500           MOVE SPACES TO NORMALS-REPORT-LINE
082600           STRING '           NORMALS WRITTEN:      '
082700                   DELIMITED BY SIZE
082800               WS-COUNT-ED DELIMITED BY SIZE
082900               INTO NORMALS-REPORT-LINE
083000           END-STRING
083100           WRITE NORMALS-REPORT-LINE
083200           MOVE WS-STATIONS-WRITTEN TO WS-COUNT-ED
083300           MOVE SPACES TO NORMALS-REPORT-LINE
083400           STRING '           STATIONS:             '
083500                   DELIMITED BY SIZE
083600               WS-COUNT-ED DELIMITED BY SIZE
083700               INTO NORMALS-REPORT-LINE
083800           END-STRING
083900           WRITE NORMALS-REPORT-LINE.
084000       8000-WRITE-SUMMARY-EXIT.
084100           EXIT.
084200*
084300******************************************************************
084400*    9999-EXIT
084500******************************************************************
084600       9999-EXIT.
084700           STOP RUN.
