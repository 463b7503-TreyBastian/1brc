000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. STATION-PENDING.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  UNKNOWN-STATION ONBOARDING:
001000*               SWEEPS STATION-AGG'S DAILY EXCEPTION FILES FOR
001100*               'UNKNOWN STATION' READINGS AND ACCUMULATES EACH
001200*               NAME ON A PERSISTENT PENDING-STATION FILE
001300*               (PNDREC.CPY) -- FIRST/LAST SEEN, DAYS SEEN,
001400*               READINGS AND THEIR MIN/MAX/MEAN.  NAMES THAT LOOK
001500*               LIKE A MISSPELLING OF A MASTER NAME ARE FLAGGED;
001600*               THE REST, ONCE OVER THE CONTROL-CARD THRESHOLDS,
001700*               COME OUT AS PRE-FILLED ADD CARDS IN
001800*               STATION-MAINT'S FORMAT -- THE ONBOARDING
001900*               COUNTERPART OF STATION-SCORECARD'S DEACTIVATE
002000*               CARDS.  PENDING-REPLAY PULLS THE EXCEPTED DAYS
002100*               BACK THROUGH AGGREGATION ONCE THE ADD IS APPLIED.
002110*    2026-10-15 TB  AN ADD CARD THAT CANNOT BE WRITTEN IS COUNTED
002120*               ON THE SUMMARY, LEAVES ITS NAME PENDING FOR THE
002130*               NEXT RUN AND ENDS THE RUN WITH RC 16.
002200******************************************************************
002300*
002400******************************************************************
002500*    THE CONTROL FILE (./PENDING-CONTROL.TXT) IS SIX LINE
002600*    SEQUENTIAL RECORDS:
002700*      LINE 1  START DATE, YYYYMMDD -- USED ONLY ON THE FIRST RUN
002800*      LINE 2  END DATE, YYYYMMDD
002900*      LINE 3  MINIMUM DAYS SEEN BEFORE A NAME IS CARDED (E.G. 3)
003000*      LINE 4  MINIMUM READINGS BEFORE A NAME IS CARDED (E.G. 50)
003100*      LINE 5  REQUESTED-BY ID PUNCHED ON THE CARDS (COLS 234-241)
003200*      LINE 6  REGION CODE PUNCHED ON THE CARDS (OPTIONAL)
003300*    THE PENDING FILE'S HEADER NAMES THE LAST EXCEPTION-FILE DATE
003400*    SWEPT.  EACH RUN SWEEPS FROM THE DAY AFTER IT THROUGH THE END
003500*    DATE, SO A READING IS NEVER COUNTED TWICE AND A MISSED NIGHT
003600*    IS PICKED UP BY THE NEXT ONE; THE START DATE ONLY SEEDS THE
003700*    FIRST RUN (NO PENDING FILE).  AN END DATE ALREADY SWEPT
003800*    SWEEPS NOTHING BUT STILL RE-CLASSIFIES THE FILE AGAINST
003900*    TODAY'S MASTER AND THRESHOLDS.  A DAY WITHOUT AN EXCEPTION
004000*    FILE IS A CLEAN DAY, NOT AN ERROR.
004100*
004200*    ONLY 'UNKNOWN STATION' LINES ARE TAKEN; 'INACTIVE STATION'
004300*    IS A KNOWN STATION AND BELONGS TO THE SCORECARD.  THE LINE
004400*    IS THE ORIGINAL FEED LINE PLUS ';' AND THE REASON (SEE
004500*    STATION-AGG'S 3440-WRITE-EXCEPTION), SO THE READING IS
004600*    PARSED UNDER THE FEED PROFILE OF THAT DAY'S SOURCE -- READ
004700*    FROM THE HEADER OF THAT DAY'S MEASUREMENTS FILE -- AND
004800*    CONVERTED TO CELSIUS THE WAY STATION-AGG WOULD HAVE.  WHEN
004900*    THE SOURCE CANNOT BE TOLD, THE READINGS STILL COUNT BUT ARE
005000*    LEFT OUT OF THE MIN/MAX/MEAN.
005100*
005200*    EACH NAME NOT YET CARDED IS COMPARED, IGNORING CASE, WITH
005300*    EVERY MASTER NAME (ACTIVE OR NOT); WITHIN WS-MAX-SPELL-
005400*    DISTANCE SINGLE-CHARACTER EDITS OF ONE IT IS A SUSPECTED
005500*    MISSPELLING, LISTED WITH THE MASTER NAME AND NEVER CARDED --
005600*    THE FIX BELONGS IN THE PROVIDER'S FEED, NOT ON THE MASTER.
005700*    NAMES SHORTER THAN WS-MIN-SPELL-LENGTH ONLY MATCH ON CASE.
005800*    A NAME THAT HAS SINCE REACHED THE MASTER IS MARKED ON MASTER
005900*    AND AWAITS PENDING-REPLAY.  CARDS ARE CUT ONCE PER NAME:
006000*    ACTION A, STATION ID ZERO (STATION-MAINT ASSIGNS THE NEXT),
006100*    THE NAME, THE CARD'S REGION, NO COORDINATES, THE NAME'S
006200*    FIRST-SEEN DATE AS THE EFFECTIVE DATE, AND THE REQUESTED-BY
006300*    ID.  COORDINATES -- AND THE REGION IF LINE 6 WAS BLANK --
006400*    ARE FILLED IN ON REVIEW; STATION-MAINT REFUSES A BLANK
006500*    REGION.
006600*
006700*    RETURN CODE: 16 SETUP ERROR OR AN ADD CARD NOT WRITTEN;
006750*    8 PENDING RECORDS SKIPPED
006800*    (DAMAGED OR TABLE FULL); 4 WHEN ANY CARD WAS CUT OR ANY
006900*    NAME IS A SUSPECTED MISSPELLING; OTHERWISE 0.
007000******************************************************************
007100       ENVIRONMENT DIVISION.
007200       INPUT-OUTPUT SECTION.
007300       FILE-CONTROL.
007400           SELECT CONTROL-FILE
007500               ASSIGN TO "./pending-control.txt"
007600               ORGANIZATION IS LINE SEQUENTIAL
007700               FILE STATUS IS WS-CONTROL-STATUS.
007800           SELECT MASTER-FILE ASSIGN TO "./station-master.txt"
007900               ORGANIZATION IS LINE SEQUENTIAL
008000               FILE STATUS IS WS-MASTER-STATUS.
008100           SELECT PROFILE-FILE
008200               ASSIGN TO "./feed-profiles.txt"
008300               ORGANIZATION IS LINE SEQUENTIAL
008400               FILE STATUS IS WS-PROFILE-STATUS.
008500           SELECT PENDING-FILE
008600               ASSIGN TO "./station-pending.txt"
008700               ORGANIZATION IS LINE SEQUENTIAL
008800               FILE STATUS IS WS-PENDING-STATUS.
008900           SELECT PENDING-PREV-FILE
009000               ASSIGN TO "./station-pending-prev.txt"
009100               ORGANIZATION IS LINE SEQUENTIAL
009200               FILE STATUS IS WS-PENDING-PREV-STATUS.
009300           SELECT MEAS-FILE
009400               ASSIGN TO DYNAMIC WS-MEAS-FILE-NAME
009500               ORGANIZATION IS LINE SEQUENTIAL
009600               FILE STATUS IS WS-MEAS-STATUS.
009700           SELECT EXCEPTION-FILE
009800               ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
009900               ORGANIZATION IS LINE SEQUENTIAL
010000               FILE STATUS IS WS-EXCEPTION-STATUS.
010100           SELECT PENDING-REPORT-FILE
010200               ASSIGN TO "./station-pending-report.txt"
010300               ORGANIZATION IS LINE SEQUENTIAL
010400               FILE STATUS IS WS-PENDING-REPORT-STATUS.
010500           SELECT ADD-CARD-FILE
010600               ASSIGN TO "./pending-add-cards.txt"
010700               ORGANIZATION IS LINE SEQUENTIAL
010800               FILE STATUS IS WS-ADD-CARD-STATUS.
010900*
011000       DATA DIVISION.
011100       FILE SECTION.
011200       FD  CONTROL-FILE.
011300       01  CONTROL-RECORD              PIC X(10).
011400*
011500       FD  MASTER-FILE.
011600       01  MASTER-REC                  PIC X(225).
011700*
011800       FD  PROFILE-FILE.
011900       01  PROFILE-REC                 PIC X(33).
012000*
012100       FD  PENDING-FILE.
012200           COPY PNDREC.
012300*
012400       FD  PENDING-PREV-FILE.
012500       01  PENDING-PREV-REC            PIC X(294).
012600*
012700       FD  MEAS-FILE.
012800       01  MEAS-LINE                   PIC X(106).
012900*
013000       FD  EXCEPTION-FILE.
013100       01  EXCEPTION-LINE              PIC X(200).
013200*
013300       FD  PENDING-REPORT-FILE.
013400       01  PENDING-REPORT-LINE         PIC X(200).
013500*
013600       FD  ADD-CARD-FILE.
013700       01  ADD-CARD-REC                PIC X(241).
013800*
013900       WORKING-STORAGE SECTION.
014000           COPY FEDPRF.
014100*
014200       01  STATION-MASTER-REC.
014300           COPY STAMST.
014400*
014500*    PROFILE-TABLE MIRRORS STATION-AGG'S: THE SOURCE ON THE DAY'S
014600*    FEED HEADER SELECTS THE DELIMITER, DECIMAL MARK AND
014700*    TEMPERATURE UNIT OF THAT DAY'S EXCEPTED LINES.
014800       01  PROFILE-TABLE.
014900           05  PRF-LAST-IDX            PIC 9(03) COMP VALUE ZERO.
015000           05  PROFILE-ENTRY OCCURS 50 TIMES INDEXED BY PRF-IDX.
015100               10  PRF-SOURCE          PIC X(30).
015200               10  PRF-DELIMITER       PIC X(01).
015300               10  PRF-TEMP-UNIT       PIC X(01).
015400               10  PRF-DECIMAL-MARK    PIC X(01).
015500*
015600*    MSN-TABLE HOLDS THE STATION MASTER'S NAMES AND ALIASES,
015700*    KEYED THROUGH THE SAME CHAINED HASH STATTBL.CPY USES, WITH
015800*    AN UPPER-CASE COPY AND TRIMMED LENGTH FOR THE MISSPELLING
015900*    CHECK.
016000       01  MSN-TABLE.
016100           05  MSN-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
016200           05  MSN-ENTRY OCCURS 10000 TIMES INDEXED BY MSN-IDX.
016300               10  MSN-NAME            PIC X(100).
016400               10  MSN-UPPER-NAME      PIC X(100).
016500               10  MSN-NAME-LEN        PIC 9(03) COMP.
016600               10  MSN-STATUS          PIC X(01).
016700               10  MSN-HASH-NEXT       PIC 9(05) COMP.
016800           05  MSN-HASH-BUCKET OCCURS 2003 TIMES
016900                                       PIC 9(05) COMP.
017000*
017100*    PNT-TABLE IS THE PENDING FILE IN MEMORY, ONE ENTRY PER
017200*    UNKNOWN NAME, KEYED THE SAME WAY.  PNT-NEW-CARD-FLAG MARKS
017300*    A NAME CARDED BY THIS RUN.
017400       01  PNT-TABLE.
017500           05  PNT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
017600           05  PNT-ENTRY OCCURS 10000 TIMES INDEXED BY PNT-IDX.
017700               10  PNT-NAME            PIC X(100).
017800               10  PNT-STATUS          PIC X(01).
017900                   88  PNT-PENDING     VALUE 'P'.
018000                   88  PNT-SUSPECT     VALUE 'S'.
018100                   88  PNT-CARDED      VALUE 'C'.
018200                   88  PNT-ON-MASTER   VALUE 'A'.
018300                   88  PNT-REPLAYED    VALUE 'R'.
018400               10  PNT-FIRST-DATE      PIC X(08).
018500               10  PNT-LAST-DATE       PIC X(08).
018600               10  PNT-DAYS-SEEN       PIC 9(05) COMP.
018700               10  PNT-READINGS        PIC 9(09) COMP.
018800               10  PNT-TEMP-COUNT      PIC 9(09) COMP.
018900               10  PNT-MIN             PIC S9(4)V9(2) COMP-3.
019000               10  PNT-MAX             PIC S9(4)V9(2) COMP-3.
019100               10  PNT-TOTAL           PIC S9(12)V9(2) COMP-3.
019200               10  PNT-CARD-DATE       PIC X(08).
019300               10  PNT-REPLAY-THROUGH  PIC X(08).
019400               10  PNT-REPLAY-DATE     PIC X(08).
019500               10  PNT-SIMILAR-NAME    PIC X(100).
019600               10  PNT-NEW-CARD-FLAG   PIC X(01).
019700                   88  PNT-NEW-CARD    VALUE 'Y'.
019800               10  PNT-HASH-NEXT       PIC 9(05) COMP.
019900           05  PNT-HASH-BUCKET OCCURS 2003 TIMES
020000                                       PIC 9(05) COMP.
020100*
020200*    EDIT-DISTANCE WORK ROWS (ONE CELL PER CHARACTER PLUS THE
020300*    EMPTY-PREFIX CELL).  LEV-CUR-ROW IS MOVED WHOLE TO
020400*    LEV-PREV-ROW AT THE END OF EACH ROW.
020500       01  LEV-PREV-ROW.
020600           05  LEV-PREV OCCURS 101 TIMES
020700                                       PIC 9(03) COMP.
020800       01  LEV-CUR-ROW.
020900           05  LEV-CUR OCCURS 101 TIMES
021000                                       PIC 9(03) COMP.
021100       77  WS-LEV-A                    PIC X(100).
021200       77  WS-LEV-A-BYTES REDEFINES WS-LEV-A
021300                                       PIC X(01) OCCURS 100 TIMES.
021400       77  WS-LEV-B                    PIC X(100).
021500       77  WS-LEV-B-BYTES REDEFINES WS-LEV-B
021600                                       PIC X(01) OCCURS 100 TIMES.
021700       77  WS-LEV-A-LEN                PIC 9(03) COMP.
021800       77  WS-LEV-B-LEN                PIC 9(03) COMP.
021900       77  WS-LEV-I                    PIC 9(03) COMP.
022000       77  WS-LEV-J                    PIC 9(03) COMP.
022100       77  WS-LEV-COST                 PIC 9(03) COMP.
022200       77  WS-LEV-CELL                 PIC 9(03) COMP.
022300       77  WS-LEV-ROW-MIN              PIC 9(03) COMP.
022400       77  WS-LEV-DISTANCE             PIC 9(03) COMP.
022500       77  WS-LEV-LEN-GAP              PIC S9(03) COMP.
022600       77  WS-BEST-DISTANCE            PIC 9(03) COMP.
022700       77  WS-BEST-MSN-IDX             PIC 9(05) COMP.
022800       77  WS-MAX-SPELL-DISTANCE       PIC 9(03) COMP VALUE 2.
022900       77  WS-MIN-SPELL-LENGTH         PIC 9(03) COMP VALUE 5.
023000*
023100       01  PNR-DETAIL-REC.
023200           05  PNR-STATUS              PIC X(10).
023300           05  FILLER                  PIC X(02) VALUE SPACES.
023400           05  PNR-STATION             PIC X(100).
023500           05  FILLER                  PIC X(02) VALUE SPACES.
023600           05  PNR-FIRST-DATE          PIC X(08).
023700           05  FILLER                  PIC X(02) VALUE SPACES.
023800           05  PNR-LAST-DATE           PIC X(08).
023900           05  FILLER                  PIC X(02) VALUE SPACES.
024000           05  PNR-DAYS                PIC ZZZZ9.
024100           05  FILLER                  PIC X(02) VALUE SPACES.
024200           05  PNR-READINGS            PIC Z(8)9.
024300           05  FILLER                  PIC X(02) VALUE SPACES.
024400           05  PNR-MIN                 PIC -(4)9.99.
024500           05  FILLER                  PIC X(02) VALUE SPACES.
024600           05  PNR-MAX                 PIC -(4)9.99.
024700           05  FILLER                  PIC X(02) VALUE SPACES.
024800           05  PNR-MEAN                PIC -(4)9.99.
024900*
025000       77  WS-PN-LOOKUP-NAME           PIC X(100).
025100       77  WS-PN-NAME-BYTES REDEFINES WS-PN-LOOKUP-NAME
025200                                       PIC X(01) OCCURS 100 TIMES.
025300       77  WS-PN-HASH-SUM              PIC 9(10) COMP.
025400       77  WS-PN-HASH-QUOT             PIC 9(10) COMP.
025500       77  WS-PN-HASH-REM              PIC 9(05) COMP.
025600       77  WS-PN-HASH-BUCKET-COUNT     PIC 9(05) COMP VALUE 2003.
025700       77  WS-PN-BUCKET                PIC 9(05) COMP.
025800       77  WS-PN-CHAR-IDX              PIC 9(03) COMP.
025900       77  WS-PNT-CHAIN-IDX            PIC 9(05) COMP.
026000       77  WS-PNT-FOUND-IDX            PIC 9(05) COMP.
026100       77  WS-MSN-CHAIN-IDX            PIC 9(05) COMP.
026200       77  WS-MSN-FOUND-IDX            PIC 9(05) COMP.
026300       77  WS-MAX-PN-STATIONS          PIC 9(05) COMP VALUE 10000.
026400*
026500       77  WS-CONTROL-STATUS           PIC X(02).
026600       77  WS-MASTER-STATUS            PIC X(02).
026700       77  WS-PROFILE-STATUS           PIC X(02).
026800       77  WS-PENDING-STATUS           PIC X(02).
026900       77  WS-PENDING-PREV-STATUS      PIC X(02).
027000       77  WS-MEAS-STATUS              PIC X(02).
027100       77  WS-EXCEPTION-STATUS         PIC X(02).
027200       77  WS-PENDING-REPORT-STATUS    PIC X(02).
027300       77  WS-ADD-CARD-STATUS          PIC X(02).
027400       77  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
027500           88  WS-MASTER-EOF           VALUE 'Y'.
027600       77  WS-PROFILE-EOF-FLAG         PIC X(01) VALUE SPACE.
027700           88  WS-PROFILE-EOF          VALUE 'Y'.
027800       77  WS-PENDING-EOF-FLAG         PIC X(01) VALUE SPACE.
027900           88  WS-PENDING-EOF          VALUE 'Y'.
028000       77  WS-EXC-EOF-FLAG             PIC X(01) VALUE SPACE.
028100           88  WS-EXC-EOF              VALUE 'Y'.
028200       77  WS-PENDING-FILE-FLAG        PIC X(01) VALUE 'N'.
028300           88  WS-PENDING-FILE-FOUND   VALUE 'Y'.
028400       77  WS-PROFILE-KNOWN-FLAG       PIC X(01) VALUE 'N'.
028500           88  WS-PROFILE-KNOWN        VALUE 'Y'.
028600*
028700       77  WS-START-DATE               PIC 9(08).
028800       77  WS-START-DATE-X             PIC X(08).
028900       77  WS-END-DATE                 PIC 9(08).
029000       77  WS-END-DATE-X               PIC X(08).
029100       77  WS-THROUGH-DATE             PIC 9(08).
029200       77  WS-THROUGH-DATE-X           PIC X(08) VALUE SPACES.
029300       77  WS-NEW-THROUGH-DATE-X       PIC X(08) VALUE SPACES.
029400       77  WS-SWEEP-DATE               PIC 9(08).
029500       77  WS-SWEEP-DATE-X             PIC X(08).
029600       77  WS-SWEEP-INT                PIC 9(08) COMP.
029700       77  WS-END-INT                  PIC 9(08) COMP.
029800       77  WS-RUN-DATE                 PIC X(08).
029900       77  WS-RUN-TIME                 PIC X(08).
030000       77  WS-THRESHOLD-TEXT           PIC X(10).
030100       77  WS-MIN-DAYS                 PIC 9(05) COMP.
030200       77  WS-MIN-READINGS             PIC 9(09) COMP.
030300       77  WS-REQUESTED-BY             PIC X(08).
030400       77  WS-CARD-REGION              PIC X(03).
030500*
030600       77  WS-MEAS-FILE-NAME           PIC X(200).
030700       77  WS-EXCEPTION-FILE-NAME      PIC X(200).
030800       77  WS-HDR-TAG                  PIC X(10).
030900       77  WS-HDR-DATE                 PIC X(10).
031000       77  WS-HDR-SOURCE               PIC X(30).
031100       77  WS-DAY-SOURCE               PIC X(30).
031200       77  WS-ACT-DELIMITER            PIC X(01).
031300       77  WS-ACT-TEMP-UNIT            PIC X(01).
031400       77  WS-ACT-DECIMAL-MARK         PIC X(01).
031500       77  WS-ORIGINAL-LINE            PIC X(200).
031600       77  WS-REASON-FOUND             PIC X(20).
031700       77  WS-EXC-STATION              PIC X(100).
031800       77  WS-TEMP-RAW                 PIC X(10).
031900       77  WS-TEMPERATURE              PIC S9(4)V9(2) COMP-3.
032000       77  WS-MEAN                     PIC S9(4)V9(2) COMP-3.
032100       77  WS-SEMI-COUNT               PIC 9(03) COMP.
032200*
032300       77  WS-DATES-SWEPT              PIC 9(05) COMP VALUE ZERO.
032400       77  WS-FILES-FOUND              PIC 9(05) COMP VALUE ZERO.
032500       77  WS-DAY-UNKNOWN-LINES        PIC 9(09) COMP.
032600       77  WS-UNKNOWN-LINES            PIC 9(09) COMP VALUE ZERO.
032700       77  WS-OTHER-LINES              PIC 9(09) COMP VALUE ZERO.
032800       77  WS-UNPROFILED-LINES         PIC 9(09) COMP VALUE ZERO.
032900       77  WS-LINES-DROPPED            PIC 9(09) COMP VALUE ZERO.
033000       77  WS-PENDING-READ             PIC 9(05) COMP VALUE ZERO.
033100       77  WS-RECORDS-SKIPPED          PIC 9(05) COMP VALUE ZERO.
033200       77  WS-NEW-NAMES                PIC 9(05) COMP VALUE ZERO.
033300       77  WS-CARDS-CUT                PIC 9(05) COMP VALUE ZERO.
033350       77  WS-CARDS-FAILED             PIC 9(05) COMP VALUE ZERO.
033400       77  WS-SUSPECT-COUNT            PIC 9(05) COMP VALUE ZERO.
033500       77  WS-PENDING-COUNT            PIC 9(05) COMP VALUE ZERO.
033600       77  WS-CARDED-COUNT             PIC 9(05) COMP VALUE ZERO.
033700       77  WS-ON-MASTER-COUNT          PIC 9(05) COMP VALUE ZERO.
033800       77  WS-REPLAYED-COUNT           PIC 9(05) COMP VALUE ZERO.
033900       77  WS-COUNT-ED                 PIC Z(9)9.
034000       77  WS-COUNT-ED-2               PIC Z(9)9.
034100       77  WS-COUNT-ED-3               PIC Z(9)9.
034200*
034300       PROCEDURE DIVISION.
034400******************************************************************
034500*    0000-MAINLINE
034600******************************************************************
034700       0000-MAINLINE.
034800           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
034900           PERFORM 2000-READ-CONTROL-CARD THRU
035000               2000-READ-CONTROL-CARD-EXIT
035100           PERFORM 2500-LOAD-FEED-PROFILES THRU
035200               2500-LOAD-FEED-PROFILES-EXIT
035300           PERFORM 3000-LOAD-STATION-MASTER THRU
035400               3000-LOAD-STATION-MASTER-EXIT
035500           PERFORM 3500-LOAD-PENDING THRU 3500-LOAD-PENDING-EXIT
035600           PERFORM 3700-SET-DATE-RANGE THRU
035700               3700-SET-DATE-RANGE-EXIT
035800           PERFORM 4000-SWEEP-DATES THRU 4000-SWEEP-DATES-EXIT
035900           PERFORM 5000-CLASSIFY-PENDING THRU
036000               5000-CLASSIFY-PENDING-EXIT
036100           PERFORM 6500-WRITE-PENDING-REPORT THRU
036200               6500-WRITE-PENDING-REPORT-EXIT
036300           PERFORM 7000-WRITE-PENDING-FILE THRU
036400               7000-WRITE-PENDING-FILE-EXIT
036500           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
036600           CLOSE PENDING-REPORT-FILE
036700           CLOSE ADD-CARD-FILE
036800           IF WS-CARDS-CUT NOT = ZERO OR
036900               WS-SUSPECT-COUNT NOT = ZERO
037000               MOVE 4 TO RETURN-CODE
037100           END-IF
037200           IF WS-RECORDS-SKIPPED NOT = ZERO OR
037300               WS-LINES-DROPPED NOT = ZERO
037400               MOVE 8 TO RETURN-CODE
037500           END-IF
037510           IF WS-CARDS-FAILED NOT = ZERO
037520               MOVE 16 TO RETURN-CODE
037530           END-IF
037600           GO TO 9999-EXIT.
037700*
037800******************************************************************
037900*    1000-INITIALIZE
038000******************************************************************
038100       1000-INITIALIZE.
038200           INITIALIZE MSN-TABLE
038300           INITIALIZE PNT-TABLE
038400           INITIALIZE PROFILE-TABLE
038500           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038600           ACCEPT WS-RUN-TIME FROM TIME
038700           OPEN OUTPUT PENDING-REPORT-FILE
038800           IF WS-PENDING-REPORT-STATUS NOT = '00'
038900               DISPLAY 'STATION-PENDING: ERROR OPENING REPORT, '
039000                   'STATUS=' WS-PENDING-REPORT-STATUS
039100               MOVE 16 TO RETURN-CODE
039200               GO TO 9999-EXIT
039300           END-IF
039400           OPEN OUTPUT ADD-CARD-FILE
039500           IF WS-ADD-CARD-STATUS NOT = '00'
039600               DISPLAY 'STATION-PENDING: ERROR OPENING CARD '
039700                   'FILE, '
039800                   'STATUS=' WS-ADD-CARD-STATUS
039900               MOVE 16 TO RETURN-CODE
040000               CLOSE PENDING-REPORT-FILE
040100               GO TO 9999-EXIT
040200           END-IF
040300           MOVE SPACES TO PENDING-REPORT-LINE
040400           STRING 'UNKNOWN-STATION PENDING REPORT'
040500                   DELIMITED BY SIZE
040600               '          RUN DATE: ' DELIMITED BY SIZE
040700               WS-RUN-DATE DELIMITED BY SIZE
040800               INTO PENDING-REPORT-LINE
040900           END-STRING
041000           WRITE PENDING-REPORT-LINE.
041100       1000-INITIALIZE-EXIT.
041200           EXIT.
041300*
041400******************************************************************
041500*    2000-READ-CONTROL-CARD
041600*    BAD DATES OR THRESHOLDS ARE A SETUP ERROR AND STOP THE RUN
041700*    BEFORE THE PENDING FILE IS TOUCHED.
041800******************************************************************
041900       2000-READ-CONTROL-CARD.
042000           OPEN INPUT CONTROL-FILE
042100           IF WS-CONTROL-STATUS NOT = '00'
042200               DISPLAY 'STATION-PENDING: ERROR OPENING CONTROL '
042300                   'FILE, STATUS=' WS-CONTROL-STATUS
042400               MOVE 16 TO RETURN-CODE
042500               CLOSE PENDING-REPORT-FILE
042600               CLOSE ADD-CARD-FILE
042700               GO TO 9999-EXIT
042800           END-IF
042900           MOVE SPACES TO WS-START-DATE-X, WS-END-DATE-X,
043000               WS-REQUESTED-BY, WS-CARD-REGION
043100           READ CONTROL-FILE INTO WS-START-DATE-X
043200           READ CONTROL-FILE INTO WS-END-DATE-X
043300           MOVE SPACES TO WS-THRESHOLD-TEXT
043400           READ CONTROL-FILE INTO WS-THRESHOLD-TEXT
043500           IF WS-THRESHOLD-TEXT = SPACES OR
043600               FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) NOT = 0
043700               MOVE '-1' TO WS-THRESHOLD-TEXT
043800           END-IF
043900           IF FUNCTION NUMVAL(WS-THRESHOLD-TEXT) < 1
044000               DISPLAY 'STATION-PENDING: INVALID MINIMUM DAYS ON '
044100                   'CONTROL FILE'
044200               PERFORM 2100-CONTROL-CARD-ERROR THRU
044300                   2100-CONTROL-CARD-ERROR-EXIT
044400           END-IF
044500           COMPUTE WS-MIN-DAYS =
044600               FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
044700           MOVE SPACES TO WS-THRESHOLD-TEXT
044800           READ CONTROL-FILE INTO WS-THRESHOLD-TEXT
044900           IF WS-THRESHOLD-TEXT = SPACES OR
045000               FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) NOT = 0
045100               MOVE '-1' TO WS-THRESHOLD-TEXT
045200           END-IF
045300           IF FUNCTION NUMVAL(WS-THRESHOLD-TEXT) < 1
045400               DISPLAY 'STATION-PENDING: INVALID MINIMUM '
045500                   'READINGS ON CONTROL FILE'
045600               PERFORM 2100-CONTROL-CARD-ERROR THRU
045700                   2100-CONTROL-CARD-ERROR-EXIT
045800           END-IF
045900           COMPUTE WS-MIN-READINGS =
046000               FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
046100           READ CONTROL-FILE INTO WS-REQUESTED-BY
046200           READ CONTROL-FILE INTO WS-CARD-REGION
046300           CLOSE CONTROL-FILE
046400           IF WS-START-DATE-X IS NOT NUMERIC OR
046500               WS-END-DATE-X IS NOT NUMERIC
046600               DISPLAY 'STATION-PENDING: INVALID START/END '
046700                   'DATE ON CONTROL FILE'
046800               PERFORM 2100-CONTROL-CARD-ERROR THRU
046900                   2100-CONTROL-CARD-ERROR-EXIT
047000           END-IF
047100           MOVE WS-START-DATE-X TO WS-START-DATE
047200           MOVE WS-END-DATE-X TO WS-END-DATE
047300           IF FUNCTION TEST-DATE-YYYYMMDD(WS-START-DATE)
047400                   NOT = 0 OR
047500               FUNCTION TEST-DATE-YYYYMMDD(WS-END-DATE)
047600                   NOT = 0 OR
047700               WS-END-DATE < WS-START-DATE
047800               DISPLAY 'STATION-PENDING: INVALID START/END '
047900                   'DATE ON CONTROL FILE'
048000               PERFORM 2100-CONTROL-CARD-ERROR THRU
048100                   2100-CONTROL-CARD-ERROR-EXIT
048200           END-IF
048300           IF WS-REQUESTED-BY = SPACES
048400               MOVE 'PENDING' TO WS-REQUESTED-BY
048500           END-IF
048600           COMPUTE WS-END-INT =
048700               FUNCTION INTEGER-OF-DATE(WS-END-DATE).
048800       2000-READ-CONTROL-CARD-EXIT.
048900           EXIT.
049000*
049100******************************************************************
049200*    2100-CONTROL-CARD-ERROR
049300******************************************************************
049400       2100-CONTROL-CARD-ERROR.
049500           MOVE 16 TO RETURN-CODE
049600           CLOSE PENDING-REPORT-FILE
049700           CLOSE ADD-CARD-FILE
049800           GO TO 9999-EXIT.
049900       2100-CONTROL-CARD-ERROR-EXIT.
050000           EXIT.
050100*
050200******************************************************************
050300*    2500-LOAD-FEED-PROFILES
050400*    NO PROFILE FILE IS NOT FATAL HERE: EVERY DAY'S READINGS ARE
050500*    THEN COUNTED WITHOUT ENTERING THE MIN/MAX/MEAN.
050600******************************************************************
050700       2500-LOAD-FEED-PROFILES.
050800           OPEN INPUT PROFILE-FILE
050900           IF WS-PROFILE-STATUS NOT = '00'
051000               DISPLAY 'STATION-PENDING: NO FEED PROFILE FILE, '
051100                   'STATUS=' WS-PROFILE-STATUS
051200                   ' - READINGS NOT PROFILED'
051300               GO TO 2500-LOAD-FEED-PROFILES-EXIT
051400           END-IF
051500           MOVE SPACE TO WS-PROFILE-EOF-FLAG
051600           PERFORM 2600-READ-ONE-PROFILE THRU
051700               2600-READ-ONE-PROFILE-EXIT
051800               UNTIL WS-PROFILE-EOF
051900           CLOSE PROFILE-FILE.
052000       2500-LOAD-FEED-PROFILES-EXIT.
052100           EXIT.
052200*
052300******************************************************************
052400*    2600-READ-ONE-PROFILE
052500******************************************************************
052600       2600-READ-ONE-PROFILE.
052700           READ PROFILE-FILE INTO FPR-RECORD
052800               AT END
052900                   SET WS-PROFILE-EOF TO TRUE
053000                   GO TO 2600-READ-ONE-PROFILE-EXIT
053100           END-READ
053200           IF FPR-SOURCE-CODE = SPACES OR FPR-DELIMITER = SPACE
053300               GO TO 2600-READ-ONE-PROFILE-EXIT
053400           END-IF
053500           IF PRF-LAST-IDX NOT < 50
053600               GO TO 2600-READ-ONE-PROFILE-EXIT
053700           END-IF
053800           ADD 1 TO PRF-LAST-IDX
053900           MOVE FPR-SOURCE-CODE TO PRF-SOURCE(PRF-LAST-IDX)
054000           MOVE FPR-DELIMITER TO PRF-DELIMITER(PRF-LAST-IDX)
054100           IF FPR-UNIT-FAHRENHEIT
054200               MOVE 'F' TO PRF-TEMP-UNIT(PRF-LAST-IDX)
054300           ELSE
054400               MOVE 'C' TO PRF-TEMP-UNIT(PRF-LAST-IDX)
054500           END-IF
054600           IF FPR-DECIMAL-MARK = ','
054700               MOVE ',' TO PRF-DECIMAL-MARK(PRF-LAST-IDX)
054800           ELSE
054900               MOVE '.' TO PRF-DECIMAL-MARK(PRF-LAST-IDX)
055000           END-IF.
055100       2600-READ-ONE-PROFILE-EXIT.
055200           EXIT.
055300*
055400******************************************************************
055500*    3000-LOAD-STATION-MASTER
055600*    THE MASTER IS REQUIRED: WITHOUT IT EVERY PENDING NAME WOULD
055700*    LOOK NEW AND BE CARDED.
055800******************************************************************
055900       3000-LOAD-STATION-MASTER.
056000           OPEN INPUT MASTER-FILE
056100           IF WS-MASTER-STATUS NOT = '00'
056200               DISPLAY 'STATION-PENDING: ERROR OPENING STATION '
056300                   'MASTER, STATUS=' WS-MASTER-STATUS
056400               MOVE 16 TO RETURN-CODE
056500               CLOSE PENDING-REPORT-FILE
056600               CLOSE ADD-CARD-FILE
056700               GO TO 9999-EXIT
056800           END-IF
056900           MOVE SPACE TO WS-MASTER-EOF-FLAG
057000           PERFORM 3100-READ-ONE-MASTER THRU
057100               3100-READ-ONE-MASTER-EXIT
057200               UNTIL WS-MASTER-EOF
057300           CLOSE MASTER-FILE.
057400       3000-LOAD-STATION-MASTER-EXIT.
057500           EXIT.
057600*
057700******************************************************************
057800*    3100-READ-ONE-MASTER
057900******************************************************************
058000       3100-READ-ONE-MASTER.
058100           READ MASTER-FILE INTO STATION-MASTER-REC
058200               AT END
058300                   SET WS-MASTER-EOF TO TRUE
058400                   GO TO 3100-READ-ONE-MASTER-EXIT
058500           END-READ
058600           IF STM-STATION-NAME = SPACES
058700               GO TO 3100-READ-ONE-MASTER-EXIT
058800           END-IF
058900           MOVE STM-STATION-NAME TO WS-PN-LOOKUP-NAME
059000           PERFORM 3150-ADD-MASTER-NAME THRU
059100               3150-ADD-MASTER-NAME-EXIT
059200           IF STM-ALIAS-NAME NOT = SPACES
059300               MOVE STM-ALIAS-NAME TO WS-PN-LOOKUP-NAME
059400               PERFORM 3150-ADD-MASTER-NAME THRU
059500                   3150-ADD-MASTER-NAME-EXIT
059600           END-IF.
059700       3100-READ-ONE-MASTER-EXIT.
059800           EXIT.
059900*
060000******************************************************************
060100*    3150-ADD-MASTER-NAME
060200*    A RENAMED STATION'S FORMER NAME (STM-ALIAS-NAME) IS ENTERED
060300*    TOO: STATION-AGG FOLDS READINGS UNDER IT INTO THE RENAMED
060400*    STATION, SO IT IS NO LONGER AN UNKNOWN NAME.
060500******************************************************************
060600       3150-ADD-MASTER-NAME.
060700           IF MSN-LAST-IDX NOT < WS-MAX-PN-STATIONS
060800               DISPLAY 'STATION-PENDING: MASTER TABLE FULL - '
060900                   'MASTER NAME DROPPED'
061000               GO TO 3150-ADD-MASTER-NAME-EXIT
061100           END-IF
061200           PERFORM 6100-COMPUTE-PN-HASH THRU
061300               6100-COMPUTE-PN-HASH-EXIT
061400           ADD 1 TO MSN-LAST-IDX
061500           SET MSN-IDX TO MSN-LAST-IDX
061600           MOVE WS-PN-LOOKUP-NAME TO MSN-NAME(MSN-IDX)
061700           MOVE FUNCTION UPPER-CASE(WS-PN-LOOKUP-NAME) TO
061800               MSN-UPPER-NAME(MSN-IDX)
061900           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PN-LOOKUP-NAME))
062000               TO MSN-NAME-LEN(MSN-IDX)
062100           MOVE STM-STATUS TO MSN-STATUS(MSN-IDX)
062200           MOVE MSN-HASH-BUCKET(WS-PN-BUCKET) TO
062300               MSN-HASH-NEXT(MSN-IDX)
062400           MOVE MSN-LAST-IDX TO MSN-HASH-BUCKET(WS-PN-BUCKET).
062500       3150-ADD-MASTER-NAME-EXIT.
062600           EXIT.
062700*
062800******************************************************************
062900*    3500-LOAD-PENDING
063000*    NO PENDING FILE MEANS THE FIRST RUN.  EACH RECORD READ IS
063100*    COPIED AS-IS TO THE PREVIOUS-IMAGE FILE BEFORE ANYTHING IS
063200*    CHANGED, THE SAME AS STATION-EPISODES' EPISODE FILE.
063300******************************************************************
063400       3500-LOAD-PENDING.
063500           OPEN INPUT PENDING-FILE
063600           IF WS-PENDING-STATUS NOT = '00'
063700               DISPLAY 'STATION-PENDING: NO PENDING FILE, '
063800                   'STATUS=' WS-PENDING-STATUS ' - FIRST RUN'
063900               GO TO 3500-LOAD-PENDING-EXIT
064000           END-IF
064100           MOVE 'Y' TO WS-PENDING-FILE-FLAG
064200           OPEN OUTPUT PENDING-PREV-FILE
064300           IF WS-PENDING-PREV-STATUS NOT = '00'
064400               DISPLAY 'STATION-PENDING: ERROR OPENING PREVIOUS '
064500                   'PENDING FILE, STATUS=' WS-PENDING-PREV-STATUS
064600               MOVE 16 TO RETURN-CODE
064700               CLOSE PENDING-FILE
064800               CLOSE PENDING-REPORT-FILE
064900               CLOSE ADD-CARD-FILE
065000               GO TO 9999-EXIT
065100           END-IF
065200           MOVE SPACE TO WS-PENDING-EOF-FLAG
065300           PERFORM 3600-READ-ONE-PENDING THRU
065400               3600-READ-ONE-PENDING-EXIT
065500               UNTIL WS-PENDING-EOF
065600           CLOSE PENDING-FILE
065700           CLOSE PENDING-PREV-FILE.
065800       3500-LOAD-PENDING-EXIT.
065900           EXIT.
066000*
066100******************************************************************
066200*    3600-READ-ONE-PENDING
066300******************************************************************
066400       3600-READ-ONE-PENDING.
066500           READ PENDING-FILE
066600               AT END
066700                   SET WS-PENDING-EOF TO TRUE
066800                   GO TO 3600-READ-ONE-PENDING-EXIT
066900           END-READ
067000           MOVE PND-DETAIL-REC TO PENDING-PREV-REC
067100           WRITE PENDING-PREV-REC
067200           IF PND-HEADER
067300               MOVE PND-H-THROUGH-DATE TO WS-THROUGH-DATE-X
067400               GO TO 3600-READ-ONE-PENDING-EXIT
067500           END-IF
067600           IF NOT PND-DETAIL OR NOT PND-D-VALID-STATUS OR
067700               PND-D-STATION-NAME = SPACES OR
067800               PND-D-DAYS-SEEN IS NOT NUMERIC OR
067900               PND-D-READINGS IS NOT NUMERIC OR
068000               PND-D-TEMP-COUNT IS NOT NUMERIC OR
068100               PND-D-MIN IS NOT NUMERIC OR
068200               PND-D-MAX IS NOT NUMERIC OR
068300               PND-D-TOTAL IS NOT NUMERIC
068400               DISPLAY 'STATION-PENDING: DAMAGED PENDING RECORD '
068500                   'SKIPPED - ' PND-D-STATION-NAME(1:40)
068600               ADD 1 TO WS-RECORDS-SKIPPED
068700               GO TO 3600-READ-ONE-PENDING-EXIT
068800           END-IF
068900           MOVE PND-D-STATION-NAME TO WS-PN-LOOKUP-NAME
069000           PERFORM 6000-LOOKUP-OR-INSERT THRU
069100               6000-LOOKUP-OR-INSERT-EXIT
069200           IF WS-PNT-FOUND-IDX = ZERO
069300               ADD 1 TO WS-RECORDS-SKIPPED
069400               GO TO 3600-READ-ONE-PENDING-EXIT
069500           END-IF
069600           ADD 1 TO WS-PENDING-READ
069700           SET PNT-IDX TO WS-PNT-FOUND-IDX
069800           MOVE PND-D-STATUS TO PNT-STATUS(PNT-IDX)
069900           MOVE PND-D-FIRST-DATE TO PNT-FIRST-DATE(PNT-IDX)
070000           MOVE PND-D-LAST-DATE TO PNT-LAST-DATE(PNT-IDX)
070100           MOVE PND-D-DAYS-SEEN TO PNT-DAYS-SEEN(PNT-IDX)
070200           MOVE PND-D-READINGS TO PNT-READINGS(PNT-IDX)
070300           MOVE PND-D-TEMP-COUNT TO PNT-TEMP-COUNT(PNT-IDX)
070400           MOVE PND-D-MIN TO PNT-MIN(PNT-IDX)
070500           MOVE PND-D-MAX TO PNT-MAX(PNT-IDX)
070600           MOVE PND-D-TOTAL TO PNT-TOTAL(PNT-IDX)
070700           MOVE PND-D-CARD-DATE TO PNT-CARD-DATE(PNT-IDX)
070800           MOVE PND-D-REPLAY-THROUGH TO
070900               PNT-REPLAY-THROUGH(PNT-IDX)
071000           MOVE PND-D-REPLAY-DATE TO PNT-REPLAY-DATE(PNT-IDX)
071100           MOVE PND-D-SIMILAR-NAME TO PNT-SIMILAR-NAME(PNT-IDX).
071200       3600-READ-ONE-PENDING-EXIT.
071300           EXIT.
071400*
071500******************************************************************
071600*    3700-SET-DATE-RANGE
071700*    SEE THE PROGRAM BANNER: AFTER THE FIRST RUN THE SWEEP
071800*    ALWAYS STARTS THE DAY AFTER THE LAST DATE SWEPT.
071900******************************************************************
072000       3700-SET-DATE-RANGE.
072100           MOVE WS-START-DATE TO WS-SWEEP-DATE
072200           IF WS-PENDING-FILE-FOUND AND
072300               WS-THROUGH-DATE-X IS NUMERIC
072400               MOVE WS-THROUGH-DATE-X TO WS-THROUGH-DATE
072500               COMPUTE WS-SWEEP-INT =
072600                   FUNCTION INTEGER-OF-DATE(WS-THROUGH-DATE) + 1
072700               COMPUTE WS-SWEEP-DATE =
072800                   FUNCTION DATE-OF-INTEGER(WS-SWEEP-INT)
072900           END-IF
073000           COMPUTE WS-SWEEP-INT =
073100               FUNCTION INTEGER-OF-DATE(WS-SWEEP-DATE)
073200           MOVE WS-THROUGH-DATE-X TO WS-NEW-THROUGH-DATE-X
073300           IF WS-SWEEP-INT > WS-END-INT
073400               MOVE SPACES TO PENDING-REPORT-LINE
073500               STRING 'EXCEPTION FILES ALREADY SWEPT THROUGH '
073600                       DELIMITED BY SIZE
073700                   WS-THROUGH-DATE-X DELIMITED BY SIZE
073800                   ' - NO NEW DATES SWEPT' DELIMITED BY SIZE
073900                   INTO PENDING-REPORT-LINE
074000               END-STRING
074100               WRITE PENDING-REPORT-LINE
074200           ELSE
074300               MOVE WS-END-DATE-X TO WS-NEW-THROUGH-DATE-X
074400           END-IF.
074500       3700-SET-DATE-RANGE-EXIT.
074600           EXIT.
074700*
074800******************************************************************
074900*    4000-SWEEP-DATES
075000******************************************************************
075100       4000-SWEEP-DATES.
075200           MOVE SPACES TO PENDING-REPORT-LINE
075300           WRITE PENDING-REPORT-LINE
075400           MOVE 'DATE      UNKNOWN-STATION LINES  FEED SOURCE'
075500               TO PENDING-REPORT-LINE
075600           WRITE PENDING-REPORT-LINE
075700           PERFORM 4100-SWEEP-ONE-DATE THRU
075800               4100-SWEEP-ONE-DATE-EXIT
075900               UNTIL WS-SWEEP-INT > WS-END-INT.
076000       4000-SWEEP-DATES-EXIT.
076100           EXIT.
076200*
076300******************************************************************
076400*    4100-SWEEP-ONE-DATE
076500*    A NAME'S DAYS SEEN GO UP THE FIRST TIME ITS LAST-SEEN DATE
076600*    MOVES TO THE DATE BEING SWEPT (SEE 4400).
076700******************************************************************
076800       4100-SWEEP-ONE-DATE.
076900           COMPUTE WS-SWEEP-DATE = FUNCTION DATE-OF-INTEGER
077000               (WS-SWEEP-INT)
077100           MOVE WS-SWEEP-DATE TO WS-SWEEP-DATE-X
077200           ADD 1 TO WS-DATES-SWEPT
077300           ADD 1 TO WS-SWEEP-INT
077400           MOVE SPACES TO WS-EXCEPTION-FILE-NAME
077500           STRING './measurements-exceptions-' DELIMITED BY SIZE
077600               WS-SWEEP-DATE-X DELIMITED BY SIZE
077700               '.txt' DELIMITED BY SIZE
077800               INTO WS-EXCEPTION-FILE-NAME
077900           END-STRING
078000           OPEN INPUT EXCEPTION-FILE
078100           IF WS-EXCEPTION-STATUS NOT = '00'
078200               GO TO 4100-SWEEP-ONE-DATE-EXIT
078300           END-IF
078400           ADD 1 TO WS-FILES-FOUND
078500           PERFORM 4200-READ-FEED-HEADER THRU
078600               4200-READ-FEED-HEADER-EXIT
078700           MOVE ZERO TO WS-DAY-UNKNOWN-LINES
078800           MOVE SPACE TO WS-EXC-EOF-FLAG
078900           PERFORM 4300-READ-ONE-EXCEPTION THRU
079000               4300-READ-ONE-EXCEPTION-EXIT
079100               UNTIL WS-EXC-EOF
079200           CLOSE EXCEPTION-FILE
079300           MOVE WS-DAY-UNKNOWN-LINES TO WS-COUNT-ED
079400           MOVE SPACES TO PENDING-REPORT-LINE
079500           STRING WS-SWEEP-DATE-X DELIMITED BY SIZE
079600               '  ' DELIMITED BY SIZE
079700               WS-COUNT-ED DELIMITED BY SIZE
079800               '             ' DELIMITED BY SIZE
079900               WS-DAY-SOURCE DELIMITED BY SIZE
080000               INTO PENDING-REPORT-LINE
080100           END-STRING
080200           WRITE PENDING-REPORT-LINE.
080300       4100-SWEEP-ONE-DATE-EXIT.
080400           EXIT.
080500*
080600******************************************************************
080700*    4200-READ-FEED-HEADER
080800*    THE DAY'S MEASUREMENTS FILE HEADER (HDR;YYYYMMDD;SOURCE)
080900*    NAMES THE SOURCE WHOSE PROFILE GOVERNS THE EXCEPTED LINES.
081000*    WITHOUT IT THE DELIMITER IS TAKEN FROM THE LINE ITSELF AND
081100*    THE READINGS ARE NOT PROFILED (SEE THE PROGRAM BANNER).
081200******************************************************************
081300       4200-READ-FEED-HEADER.
081400           MOVE 'N' TO WS-PROFILE-KNOWN-FLAG
081500           MOVE '(UNKNOWN - NOT PROFILED)' TO WS-DAY-SOURCE
081600           MOVE SPACES TO WS-MEAS-FILE-NAME
081700           STRING './measurements-' DELIMITED BY SIZE
081800               WS-SWEEP-DATE-X DELIMITED BY SIZE
081900               '.txt' DELIMITED BY SIZE
082000               INTO WS-MEAS-FILE-NAME
082100           END-STRING
082200           OPEN INPUT MEAS-FILE
082300           IF WS-MEAS-STATUS NOT = '00'
082400               GO TO 4200-READ-FEED-HEADER-EXIT
082500           END-IF
082600           MOVE SPACES TO MEAS-LINE
082700           READ MEAS-FILE
082800               AT END
082900                   MOVE SPACES TO MEAS-LINE
083000           END-READ
083100           CLOSE MEAS-FILE
083200           MOVE SPACES TO WS-HDR-TAG, WS-HDR-DATE, WS-HDR-SOURCE
083300           UNSTRING MEAS-LINE DELIMITED BY ';'
083400               INTO WS-HDR-TAG, WS-HDR-DATE, WS-HDR-SOURCE
083500           END-UNSTRING
083600           IF WS-HDR-TAG NOT = 'HDR'
083700               GO TO 4200-READ-FEED-HEADER-EXIT
083800           END-IF
083900           SET PRF-IDX TO 1
084000           SEARCH PROFILE-ENTRY
084100               AT END
084200                   GO TO 4200-READ-FEED-HEADER-EXIT
084300               WHEN PRF-IDX > PRF-LAST-IDX
084400                   GO TO 4200-READ-FEED-HEADER-EXIT
084500               WHEN PRF-SOURCE(PRF-IDX) = WS-HDR-SOURCE
084600                   CONTINUE
084700           END-SEARCH
084800           MOVE 'Y' TO WS-PROFILE-KNOWN-FLAG
084900           MOVE WS-HDR-SOURCE TO WS-DAY-SOURCE
085000           MOVE PRF-DELIMITER(PRF-IDX) TO WS-ACT-DELIMITER
085100           MOVE PRF-TEMP-UNIT(PRF-IDX) TO WS-ACT-TEMP-UNIT
085200           MOVE PRF-DECIMAL-MARK(PRF-IDX) TO WS-ACT-DECIMAL-MARK.
085300       4200-READ-FEED-HEADER-EXIT.
085400           EXIT.
085500*
085600******************************************************************
085700*    4300-READ-ONE-EXCEPTION
085800*    THE REASON IS THE TEXT AFTER THE LAST ';', SO THE ORIGINAL
085900*    LINE IS EVERYTHING AHEAD OF ';UNKNOWN STATION'.
086000******************************************************************
086100       4300-READ-ONE-EXCEPTION.
086200           READ EXCEPTION-FILE
086300               AT END
086400                   SET WS-EXC-EOF TO TRUE
086500                   GO TO 4300-READ-ONE-EXCEPTION-EXIT
086600           END-READ
086700           IF EXCEPTION-LINE = SPACES
086800               GO TO 4300-READ-ONE-EXCEPTION-EXIT
086900           END-IF
087000           MOVE SPACES TO WS-ORIGINAL-LINE, WS-REASON-FOUND
087100           UNSTRING EXCEPTION-LINE DELIMITED BY ';UNKNOWN STATION'
087200               INTO WS-ORIGINAL-LINE DELIMITER IN WS-REASON-FOUND
087300           END-UNSTRING
087400           IF WS-REASON-FOUND NOT = ';UNKNOWN STATION'
087500               ADD 1 TO WS-OTHER-LINES
087600               GO TO 4300-READ-ONE-EXCEPTION-EXIT
087700           END-IF
087800           IF NOT WS-PROFILE-KNOWN
087900               MOVE ZERO TO WS-SEMI-COUNT
088000               INSPECT WS-ORIGINAL-LINE TALLYING WS-SEMI-COUNT
088100                   FOR ALL ';'
088200               IF WS-SEMI-COUNT NOT = ZERO
088300                   MOVE ';' TO WS-ACT-DELIMITER
088400               ELSE
088500                   MOVE ',' TO WS-ACT-DELIMITER
088600               END-IF
088700           END-IF
088800           MOVE SPACES TO WS-EXC-STATION, WS-TEMP-RAW
088900           UNSTRING WS-ORIGINAL-LINE DELIMITED BY WS-ACT-DELIMITER
089000               INTO WS-EXC-STATION, WS-TEMP-RAW
089100           END-UNSTRING
089200           IF WS-EXC-STATION = SPACES
089300               ADD 1 TO WS-OTHER-LINES
089400               GO TO 4300-READ-ONE-EXCEPTION-EXIT
089500           END-IF
089600           MOVE WS-EXC-STATION TO WS-PN-LOOKUP-NAME
089700           PERFORM 6000-LOOKUP-OR-INSERT THRU
089800               6000-LOOKUP-OR-INSERT-EXIT
089900           IF WS-PNT-FOUND-IDX = ZERO
090000               ADD 1 TO WS-LINES-DROPPED
090100               GO TO 4300-READ-ONE-EXCEPTION-EXIT
090200           END-IF
090300           ADD 1 TO WS-DAY-UNKNOWN-LINES
090400           ADD 1 TO WS-UNKNOWN-LINES
090500           PERFORM 4400-FOLD-READING THRU 4400-FOLD-READING-EXIT.
090600       4300-READ-ONE-EXCEPTION-EXIT.
090700           EXIT.
090800*
090900******************************************************************
091000*    4400-FOLD-READING
091100*    THE DECIMAL MARK IS NORMALIZED AND A FAHRENHEIT SOURCE
091200*    CONVERTED EXACTLY AS STATION-AGG'S 3500 DOES, SO THE
091300*    NUMBERS HERE ARE THE ONES THE STATION WILL SHOW ONCE ITS
091400*    DAYS ARE REPLAYED.
091500******************************************************************
091600       4400-FOLD-READING.
091700           SET PNT-IDX TO WS-PNT-FOUND-IDX
091800           IF PNT-FIRST-DATE(PNT-IDX) = SPACES
091900               MOVE WS-SWEEP-DATE-X TO PNT-FIRST-DATE(PNT-IDX)
092000           END-IF
092100           IF PNT-LAST-DATE(PNT-IDX) NOT = WS-SWEEP-DATE-X
092200               MOVE WS-SWEEP-DATE-X TO PNT-LAST-DATE(PNT-IDX)
092300               ADD 1 TO PNT-DAYS-SEEN(PNT-IDX)
092400           END-IF
092500           ADD 1 TO PNT-READINGS(PNT-IDX)
092600           IF NOT WS-PROFILE-KNOWN
092700               ADD 1 TO WS-UNPROFILED-LINES
092800               GO TO 4400-FOLD-READING-EXIT
092900           END-IF
093000           IF WS-ACT-DECIMAL-MARK NOT = '.'
093100               INSPECT WS-TEMP-RAW REPLACING ALL
093200                   WS-ACT-DECIMAL-MARK BY '.'
093300           END-IF
093400           IF FUNCTION TEST-NUMVAL(WS-TEMP-RAW) NOT = 0
093500               ADD 1 TO WS-UNPROFILED-LINES
093600               GO TO 4400-FOLD-READING-EXIT
093700           END-IF
093800           COMPUTE WS-TEMPERATURE = FUNCTION NUMVAL(WS-TEMP-RAW)
093900           IF WS-ACT-TEMP-UNIT = 'F'
094000               COMPUTE WS-TEMPERATURE ROUNDED =
094100                   (WS-TEMPERATURE - 32) * 5 / 9
094200           END-IF
094300           IF PNT-TEMP-COUNT(PNT-IDX) = ZERO
094400               MOVE WS-TEMPERATURE TO PNT-MIN(PNT-IDX)
094500               MOVE WS-TEMPERATURE TO PNT-MAX(PNT-IDX)
094600           END-IF
094700           IF WS-TEMPERATURE < PNT-MIN(PNT-IDX)
094800               MOVE WS-TEMPERATURE TO PNT-MIN(PNT-IDX)
094900           END-IF
095000           IF WS-TEMPERATURE > PNT-MAX(PNT-IDX)
095100               MOVE WS-TEMPERATURE TO PNT-MAX(PNT-IDX)
095200           END-IF
095300           ADD 1 TO PNT-TEMP-COUNT(PNT-IDX)
095400           ADD WS-TEMPERATURE TO PNT-TOTAL(PNT-IDX).
095500       4400-FOLD-READING-EXIT.
095600           EXIT.
095700*
095800******************************************************************
095900*    5000-CLASSIFY-PENDING
096000*    RUN AFTER THE SWEEP, OVER EVERY NAME ON FILE, SO A NAME
096100*    MOVES ON AS SOON AS THE MASTER OR THE THRESHOLDS ALLOW.
096200******************************************************************
096300       5000-CLASSIFY-PENDING.
096400           PERFORM 5100-CLASSIFY-ONE THRU 5100-CLASSIFY-ONE-EXIT
096500               VARYING PNT-IDX FROM 1 BY 1
096600               UNTIL PNT-IDX > PNT-LAST-IDX.
096700       5000-CLASSIFY-PENDING-EXIT.
096800           EXIT.
096900*
097000******************************************************************
097100*    5100-CLASSIFY-ONE
097200******************************************************************
097300       5100-CLASSIFY-ONE.
097400           IF PNT-REPLAYED(PNT-IDX)
097500               GO TO 5100-CLASSIFY-ONE-EXIT
097600           END-IF
097700           MOVE PNT-NAME(PNT-IDX) TO WS-PN-LOOKUP-NAME
097800           PERFORM 6300-FIND-MASTER THRU 6300-FIND-MASTER-EXIT
097900           IF WS-MSN-FOUND-IDX NOT = ZERO
098000               MOVE 'A' TO PNT-STATUS(PNT-IDX)
098100               MOVE SPACES TO PNT-SIMILAR-NAME(PNT-IDX)
098200               GO TO 5100-CLASSIFY-ONE-EXIT
098300           END-IF
098400           IF PNT-CARDED(PNT-IDX)
098500               GO TO 5100-CLASSIFY-ONE-EXIT
098600           END-IF
098700           PERFORM 5200-CHECK-SPELLING THRU
098800               5200-CHECK-SPELLING-EXIT
098900           IF WS-BEST-MSN-IDX NOT = ZERO
099000               MOVE 'S' TO PNT-STATUS(PNT-IDX)
099100               MOVE MSN-NAME(WS-BEST-MSN-IDX) TO
099200                   PNT-SIMILAR-NAME(PNT-IDX)
099300               GO TO 5100-CLASSIFY-ONE-EXIT
099400           END-IF
099500           MOVE 'P' TO PNT-STATUS(PNT-IDX)
099600           MOVE SPACES TO PNT-SIMILAR-NAME(PNT-IDX)
099700           IF PNT-DAYS-SEEN(PNT-IDX) NOT < WS-MIN-DAYS AND
099800               PNT-READINGS(PNT-IDX) NOT < WS-MIN-READINGS
099900               PERFORM 5500-WRITE-ADD-CARD THRU
100000                   5500-WRITE-ADD-CARD-EXIT
100100           END-IF.
100200       5100-CLASSIFY-ONE-EXIT.
100300           EXIT.
100400*
100500******************************************************************
100600*    5200-CHECK-SPELLING
100700*    LEAVES WS-BEST-MSN-IDX ON THE CLOSEST MASTER NAME WITHIN
100800*    WS-MAX-SPELL-DISTANCE EDITS (IGNORING CASE), OR ZERO.  A
100900*    MASTER NAME WHOSE LENGTH ALONE PUTS IT OUT OF REACH IS NOT
101000*    COMPARED.
101100******************************************************************
101200       5200-CHECK-SPELLING.
101300           MOVE ZERO TO WS-BEST-MSN-IDX
101400           COMPUTE WS-BEST-DISTANCE = WS-MAX-SPELL-DISTANCE + 1
101500           MOVE FUNCTION UPPER-CASE(PNT-NAME(PNT-IDX)) TO WS-LEV-A
101600           MOVE FUNCTION LENGTH(FUNCTION TRIM(PNT-NAME(PNT-IDX)))
101700               TO WS-LEV-A-LEN
101800           PERFORM 5300-COMPARE-ONE-MASTER THRU
101900               5300-COMPARE-ONE-MASTER-EXIT
102000               VARYING MSN-IDX FROM 1 BY 1
102100               UNTIL MSN-IDX > MSN-LAST-IDX OR
102200                   WS-BEST-DISTANCE = ZERO.
102300       5200-CHECK-SPELLING-EXIT.
102400           EXIT.
102500*
102600******************************************************************
102700*    5300-COMPARE-ONE-MASTER
102800******************************************************************
102900       5300-COMPARE-ONE-MASTER.
103000           IF MSN-UPPER-NAME(MSN-IDX) = WS-LEV-A
103100               MOVE ZERO TO WS-BEST-DISTANCE
103200               SET WS-BEST-MSN-IDX TO MSN-IDX
103300               GO TO 5300-COMPARE-ONE-MASTER-EXIT
103400           END-IF
103500           IF WS-LEV-A-LEN < WS-MIN-SPELL-LENGTH
103600               GO TO 5300-COMPARE-ONE-MASTER-EXIT
103700           END-IF
103800           COMPUTE WS-LEV-LEN-GAP =
103900               WS-LEV-A-LEN - MSN-NAME-LEN(MSN-IDX)
104000           IF WS-LEV-LEN-GAP < ZERO
104100               COMPUTE WS-LEV-LEN-GAP = ZERO - WS-LEV-LEN-GAP
104200           END-IF
104300           IF WS-LEV-LEN-GAP NOT < WS-BEST-DISTANCE
104400               GO TO 5300-COMPARE-ONE-MASTER-EXIT
104500           END-IF
104600           MOVE MSN-UPPER-NAME(MSN-IDX) TO WS-LEV-B
104700           MOVE MSN-NAME-LEN(MSN-IDX) TO WS-LEV-B-LEN
104800           PERFORM 5400-EDIT-DISTANCE THRU 5400-EDIT-DISTANCE-EXIT
104900           IF WS-LEV-DISTANCE < WS-BEST-DISTANCE
105000               MOVE WS-LEV-DISTANCE TO WS-BEST-DISTANCE
105100               SET WS-BEST-MSN-IDX TO MSN-IDX
105200           END-IF.
105300       5300-COMPARE-ONE-MASTER-EXIT.
105400           EXIT.
105500*
105600******************************************************************
105700*    5400-EDIT-DISTANCE
105800*    SINGLE-CHARACTER INSERT / DELETE / CHANGE DISTANCE BETWEEN
105900*    WS-LEV-A AND WS-LEV-B, TWO ROWS AT A TIME.  CELL (J + 1)
106000*    HOLDS THE DISTANCE TO THE FIRST J CHARACTERS OF B.  ONCE A
106100*    WHOLE ROW IS OVER THE BEST DISTANCE SO FAR THE ANSWER CAN
106200*    ONLY BE WORSE, SO THE COMPARISON STOPS THERE.
106300******************************************************************
106400       5400-EDIT-DISTANCE.
106500           PERFORM VARYING WS-LEV-J FROM 0 BY 1
106600               UNTIL WS-LEV-J > WS-LEV-B-LEN
106700               MOVE WS-LEV-J TO LEV-PREV(WS-LEV-J + 1)
106800           END-PERFORM
106900           MOVE ZERO TO WS-LEV-ROW-MIN
107000           PERFORM 5410-DISTANCE-ROW THRU 5410-DISTANCE-ROW-EXIT
107100               VARYING WS-LEV-I FROM 1 BY 1
107200               UNTIL WS-LEV-I > WS-LEV-A-LEN OR
107300                   WS-LEV-ROW-MIN NOT < WS-BEST-DISTANCE
107400           IF WS-LEV-ROW-MIN NOT < WS-BEST-DISTANCE
107500               MOVE WS-LEV-ROW-MIN TO WS-LEV-DISTANCE
107600           ELSE
107700               MOVE LEV-PREV(WS-LEV-B-LEN + 1) TO WS-LEV-DISTANCE
107800           END-IF.
107900       5400-EDIT-DISTANCE-EXIT.
108000           EXIT.
108100*
108200******************************************************************
108300*    5410-DISTANCE-ROW
108400******************************************************************
108500       5410-DISTANCE-ROW.
108600           MOVE WS-LEV-I TO LEV-CUR(1)
108700           MOVE WS-LEV-I TO WS-LEV-ROW-MIN
108800           PERFORM 5420-DISTANCE-CELL THRU 5420-DISTANCE-CELL-EXIT
108900               VARYING WS-LEV-J FROM 1 BY 1
109000               UNTIL WS-LEV-J > WS-LEV-B-LEN
109100           MOVE LEV-CUR-ROW TO LEV-PREV-ROW.
109200       5410-DISTANCE-ROW-EXIT.
109300           EXIT.
109400*
109500******************************************************************
109600*    5420-DISTANCE-CELL
109700******************************************************************
109800       5420-DISTANCE-CELL.
109900           IF WS-LEV-A-BYTES(WS-LEV-I) = WS-LEV-B-BYTES(WS-LEV-J)
110000               MOVE ZERO TO WS-LEV-COST
110100           ELSE
110200               MOVE 1 TO WS-LEV-COST
110300           END-IF
110400           COMPUTE WS-LEV-CELL = LEV-PREV(WS-LEV-J) + WS-LEV-COST
110500           IF LEV-PREV(WS-LEV-J + 1) + 1 < WS-LEV-CELL
110600               COMPUTE WS-LEV-CELL = LEV-PREV(WS-LEV-J + 1) + 1
110700           END-IF
110800           IF LEV-CUR(WS-LEV-J) + 1 < WS-LEV-CELL
110900               COMPUTE WS-LEV-CELL = LEV-CUR(WS-LEV-J) + 1
111000           END-IF
111100           MOVE WS-LEV-CELL TO LEV-CUR(WS-LEV-J + 1)
111200           IF WS-LEV-CELL < WS-LEV-ROW-MIN
111300               MOVE WS-LEV-CELL TO WS-LEV-ROW-MIN
111400           END-IF.
111500       5420-DISTANCE-CELL-EXIT.
111600           EXIT.
111700*
111800******************************************************************
111900*    5500-WRITE-ADD-CARD
112000*    STATION-MAINT'S TRANSACTION LAYOUT (SEE ITS TRANS-REC):
112100*    ACTION, STATION ID, NAME, REGION, LATITUDE, LONGITUDE, NEW
112200*    NAME, EFFECTIVE DATE, REQUESTED-BY.  COORDINATE COLUMNS ARE
112300*    LEFT BLANK; STATION-MAINT STORES ZEROES FOR THEM UNTIL THEY
112400*    ARE PUNCHED.
112500******************************************************************
112600       5500-WRITE-ADD-CARD.
112700           MOVE SPACES TO ADD-CARD-REC
112800           MOVE 'A' TO ADD-CARD-REC(1:1)
112900           MOVE '000000' TO ADD-CARD-REC(2:6)
113000           MOVE PNT-NAME(PNT-IDX) TO ADD-CARD-REC(8:100)
113100           MOVE WS-CARD-REGION TO ADD-CARD-REC(108:3)
113200           MOVE PNT-FIRST-DATE(PNT-IDX) TO ADD-CARD-REC(226:8)
113300           MOVE WS-REQUESTED-BY TO ADD-CARD-REC(234:8)
113400           WRITE ADD-CARD-REC
113500           IF WS-ADD-CARD-STATUS NOT = '00'
113600               DISPLAY 'STATION-PENDING: ERROR WRITING CARD '
113700                   'FILE, '
113800                   'STATUS=' WS-ADD-CARD-STATUS
113850               ADD 1 TO WS-CARDS-FAILED
113900               GO TO 5500-WRITE-ADD-CARD-EXIT
114000           END-IF
114100           MOVE 'C' TO PNT-STATUS(PNT-IDX)
114200           MOVE WS-RUN-DATE TO PNT-CARD-DATE(PNT-IDX)
114300           MOVE 'Y' TO PNT-NEW-CARD-FLAG(PNT-IDX)
114400           ADD 1 TO WS-CARDS-CUT.
114500       5500-WRITE-ADD-CARD-EXIT.
114600           EXIT.
114700*
114800******************************************************************
114900*    6000-LOOKUP-OR-INSERT
115000*    FINDS WS-PN-LOOKUP-NAME IN PNT-TABLE, ADDING IT AS A NEW
115100*    PENDING NAME WHEN ABSENT.  WS-PNT-FOUND-IDX IS ZERO WHEN THE
115200*    TABLE IS FULL.
115300******************************************************************
115400       6000-LOOKUP-OR-INSERT.
115500           PERFORM 6100-COMPUTE-PN-HASH THRU
115600               6100-COMPUTE-PN-HASH-EXIT
115700           MOVE PNT-HASH-BUCKET(WS-PN-BUCKET) TO WS-PNT-CHAIN-IDX
115800           MOVE ZERO TO WS-PNT-FOUND-IDX
115900           PERFORM 6200-WALK-PNT-CHAIN THRU
116000               6200-WALK-PNT-CHAIN-EXIT
116100               UNTIL WS-PNT-CHAIN-IDX = ZERO OR
116200                   WS-PNT-FOUND-IDX NOT = ZERO
116300           IF WS-PNT-FOUND-IDX NOT = ZERO
116400               GO TO 6000-LOOKUP-OR-INSERT-EXIT
116500           END-IF
116600           IF PNT-LAST-IDX NOT < WS-MAX-PN-STATIONS
116700               GO TO 6000-LOOKUP-OR-INSERT-EXIT
116800           END-IF
116900           ADD 1 TO PNT-LAST-IDX
117000           MOVE PNT-LAST-IDX TO WS-PNT-FOUND-IDX
117100           MOVE WS-PN-LOOKUP-NAME TO PNT-NAME(WS-PNT-FOUND-IDX)
117200           MOVE 'P' TO PNT-STATUS(WS-PNT-FOUND-IDX)
117300           MOVE ZERO TO PNT-HASH-NEXT(WS-PNT-FOUND-IDX)
117400           IF PNT-HASH-BUCKET(WS-PN-BUCKET) NOT = ZERO
117500               MOVE PNT-HASH-BUCKET(WS-PN-BUCKET) TO
117600                   PNT-HASH-NEXT(WS-PNT-FOUND-IDX)
117700           END-IF
117800           MOVE WS-PNT-FOUND-IDX TO PNT-HASH-BUCKET(WS-PN-BUCKET)
117900           ADD 1 TO WS-NEW-NAMES.
118000       6000-LOOKUP-OR-INSERT-EXIT.
118100           EXIT.
118200*
118300******************************************************************
118400*    6100-COMPUTE-PN-HASH
118500*    SAME NAME HASH AS STATION-AGG'S 3510-COMPUTE-HASH.
118600******************************************************************
118700       6100-COMPUTE-PN-HASH.
118800           MOVE ZERO TO WS-PN-HASH-SUM
118900           PERFORM VARYING WS-PN-CHAR-IDX FROM 1 BY 1
119000               UNTIL WS-PN-CHAR-IDX > 100
119100               COMPUTE WS-PN-HASH-SUM = WS-PN-HASH-SUM +
119200                   FUNCTION ORD(WS-PN-NAME-BYTES(WS-PN-CHAR-IDX))
119300           END-PERFORM
119400           DIVIDE WS-PN-HASH-SUM BY WS-PN-HASH-BUCKET-COUNT GIVING
119500               WS-PN-HASH-QUOT REMAINDER WS-PN-HASH-REM
119600           COMPUTE WS-PN-BUCKET = WS-PN-HASH-REM + 1.
119700       6100-COMPUTE-PN-HASH-EXIT.
119800           EXIT.
119900*
120000******************************************************************
120100*    6200-WALK-PNT-CHAIN
120200******************************************************************
120300       6200-WALK-PNT-CHAIN.
120400           IF PNT-NAME(WS-PNT-CHAIN-IDX) = WS-PN-LOOKUP-NAME
120500               MOVE WS-PNT-CHAIN-IDX TO WS-PNT-FOUND-IDX
120600           ELSE
120700               MOVE PNT-HASH-NEXT(WS-PNT-CHAIN-IDX) TO
120800                   WS-PNT-CHAIN-IDX
120900           END-IF.
121000       6200-WALK-PNT-CHAIN-EXIT.
121100           EXIT.
121200*
121300******************************************************************
121400*    6300-FIND-MASTER
121500*    WS-MSN-FOUND-IDX IS THE MASTER ENTRY FOR WS-PN-LOOKUP-NAME,
121600*    OR ZERO WHEN THE NAME IS NOT ON THE MASTER.
121700******************************************************************
121800       6300-FIND-MASTER.
121900           PERFORM 6100-COMPUTE-PN-HASH THRU
122000               6100-COMPUTE-PN-HASH-EXIT
122100           MOVE MSN-HASH-BUCKET(WS-PN-BUCKET) TO WS-MSN-CHAIN-IDX
122200           MOVE ZERO TO WS-MSN-FOUND-IDX
122300           PERFORM 6350-WALK-MSN-CHAIN THRU
122400               6350-WALK-MSN-CHAIN-EXIT
122500               UNTIL WS-MSN-CHAIN-IDX = ZERO OR
122600                   WS-MSN-FOUND-IDX NOT = ZERO.
122700       6300-FIND-MASTER-EXIT.
122800           EXIT.
122900*
123000******************************************************************
123100*    6350-WALK-MSN-CHAIN
123200******************************************************************
123300       6350-WALK-MSN-CHAIN.
123400           IF MSN-NAME(WS-MSN-CHAIN-IDX) = WS-PN-LOOKUP-NAME
123500               MOVE WS-MSN-CHAIN-IDX TO WS-MSN-FOUND-IDX
123600           ELSE
123700               MOVE MSN-HASH-NEXT(WS-MSN-CHAIN-IDX) TO
123800                   WS-MSN-CHAIN-IDX
123900           END-IF.
124000       6350-WALK-MSN-CHAIN-EXIT.
124100           EXIT.
124200*
124300******************************************************************
124400*    6500-WRITE-PENDING-REPORT
124500*    SAME TABLE-SORT-THEN-FULL-SCAN WALK AS THE OTHER REPORT
124600*    WRITERS: THE UNUSED (BLANK) SLOTS SORT TO THE FRONT, SO THE
124700*    SCAN COVERS THE WHOLE TABLE.  THE SORT BREAKS THE HASH
124800*    CHAINS, WHICH ARE NOT NEEDED AGAIN -- 7000 WRITES THE FILE
124900*    IN THIS ORDER.
125000******************************************************************
125100       6500-WRITE-PENDING-REPORT.
125200           IF PNT-LAST-IDX > 1
125300               SORT PNT-ENTRY ASCENDING PNT-NAME
125400           END-IF
125500           MOVE SPACES TO PENDING-REPORT-LINE
125600           WRITE PENDING-REPORT-LINE
125700           MOVE SPACES TO PENDING-REPORT-LINE
125800           STRING 'STATUS      STATION' DELIMITED BY SIZE
125900               INTO PENDING-REPORT-LINE
126000           END-STRING
126100           MOVE 'FIRST     LAST       DAYS   READINGS'
126200               TO PENDING-REPORT-LINE(115:36)
126300           MOVE '       MIN       MAX      MEAN'
126400               TO PENDING-REPORT-LINE(151:30)
126500           WRITE PENDING-REPORT-LINE
126600           IF PNT-LAST-IDX = ZERO
126700               MOVE '  NO UNKNOWN STATIONS ON FILE'
126800                   TO PENDING-REPORT-LINE
126900               WRITE PENDING-REPORT-LINE
127000               GO TO 6500-WRITE-PENDING-REPORT-EXIT
127100           END-IF
127200           PERFORM 6600-WRITE-ONE-PENDING THRU
127300               6600-WRITE-ONE-PENDING-EXIT
127400               VARYING PNT-IDX FROM 1 BY 1
127500               UNTIL PNT-IDX > WS-MAX-PN-STATIONS.
127600       6500-WRITE-PENDING-REPORT-EXIT.
127700           EXIT.
127800*
127900******************************************************************
128000*    6600-WRITE-ONE-PENDING
128100******************************************************************
128200       6600-WRITE-ONE-PENDING.
128300           IF PNT-NAME(PNT-IDX) = SPACES
128400               GO TO 6600-WRITE-ONE-PENDING-EXIT
128500           END-IF
128600           EVALUATE TRUE
128700               WHEN PNT-PENDING(PNT-IDX)
128800                   MOVE 'PENDING' TO PNR-STATUS
128900                   ADD 1 TO WS-PENDING-COUNT
129000               WHEN PNT-SUSPECT(PNT-IDX)
129100                   MOVE 'SUSPECT' TO PNR-STATUS
129200                   ADD 1 TO WS-SUSPECT-COUNT
129300               WHEN PNT-CARDED(PNT-IDX)
129400                   MOVE 'CARDED' TO PNR-STATUS
129500                   ADD 1 TO WS-CARDED-COUNT
129600               WHEN PNT-ON-MASTER(PNT-IDX)
129700                   MOVE 'ON MASTER' TO PNR-STATUS
129800                   ADD 1 TO WS-ON-MASTER-COUNT
129900               WHEN OTHER
130000                   MOVE 'REPLAYED' TO PNR-STATUS
130100                   ADD 1 TO WS-REPLAYED-COUNT
130200           END-EVALUATE
130300           MOVE PNT-NAME(PNT-IDX) TO PNR-STATION
130400           MOVE PNT-FIRST-DATE(PNT-IDX) TO PNR-FIRST-DATE
130500           MOVE PNT-LAST-DATE(PNT-IDX) TO PNR-LAST-DATE
130600           MOVE PNT-DAYS-SEEN(PNT-IDX) TO PNR-DAYS
130700           MOVE PNT-READINGS(PNT-IDX) TO PNR-READINGS
130800           MOVE PNT-MIN(PNT-IDX) TO PNR-MIN
130900           MOVE PNT-MAX(PNT-IDX) TO PNR-MAX
131000           MOVE ZERO TO WS-MEAN
131100           IF PNT-TEMP-COUNT(PNT-IDX) NOT = ZERO
131200               COMPUTE WS-MEAN ROUNDED =
131300                   PNT-TOTAL(PNT-IDX) / PNT-TEMP-COUNT(PNT-IDX)
131400           END-IF
131500           MOVE WS-MEAN TO PNR-MEAN
131600           MOVE PNR-DETAIL-REC TO PENDING-REPORT-LINE
131700           WRITE PENDING-REPORT-LINE
131800           MOVE SPACES TO PENDING-REPORT-LINE
131900           EVALUATE TRUE
132000               WHEN PNT-SUSPECT(PNT-IDX)
132100                   STRING '            LIKELY MISSPELLING OF: '
132200                           DELIMITED BY SIZE
132300                       FUNCTION TRIM(PNT-SIMILAR-NAME(PNT-IDX))
132400                           DELIMITED BY SIZE
132500                       ' - NO CARD CUT' DELIMITED BY SIZE
132600                       INTO PENDING-REPORT-LINE
132700                   END-STRING
132800               WHEN PNT-NEW-CARD(PNT-IDX)
132900                   MOVE 'ADD CARD CUT THIS RUN'
133000                       TO PENDING-REPORT-LINE(13:21)
133100               WHEN PNT-CARDED(PNT-IDX)
133200                   STRING '            ADD CARD CUT '
133300                           DELIMITED BY SIZE
133400                       PNT-CARD-DATE(PNT-IDX) DELIMITED BY SIZE
133500                       ' - NOT YET ON THE MASTER'
133600                           DELIMITED BY SIZE
133700                       INTO PENDING-REPORT-LINE
133800                   END-STRING
133900               WHEN PNT-ON-MASTER(PNT-IDX)
134000                   MOVE 'EXCEPTED DAYS AWAIT PENDING-REPLAY'
134100                       TO PENDING-REPORT-LINE(13:34)
134200               WHEN PNT-REPLAYED(PNT-IDX)
134300                   STRING '            REPLAYED '
134400                           DELIMITED BY SIZE
134500                       PNT-REPLAY-DATE(PNT-IDX) DELIMITED BY SIZE
134600                       INTO PENDING-REPORT-LINE
134700                   END-STRING
134800           END-EVALUATE
134900           IF PNT-TEMP-COUNT(PNT-IDX) < PNT-READINGS(PNT-IDX)
135000               MOVE 'SOME READINGS NOT PROFILED'
135100                   TO PENDING-REPORT-LINE(112:26)
135200           END-IF
135300           IF PENDING-REPORT-LINE NOT = SPACES
135400               WRITE PENDING-REPORT-LINE
135500           END-IF.
135600       6600-WRITE-ONE-PENDING-EXIT.
135700           EXIT.
135800*
135900******************************************************************
136000*    7000-WRITE-PENDING-FILE
136100*    THE HEADER GOES FIRST SO EVEN AN EMPTY FILE RECORDS THE LAST
136200*    DATE SWEPT.
136300******************************************************************
136400       7000-WRITE-PENDING-FILE.
136500           OPEN OUTPUT PENDING-FILE
136600           IF WS-PENDING-STATUS NOT = '00'
136700               DISPLAY 'STATION-PENDING: ERROR OPENING PENDING '
136800                   'FILE FOR OUTPUT, STATUS=' WS-PENDING-STATUS
136900               MOVE SPACES TO PENDING-REPORT-LINE
137000               STRING 'PENDING FILE NOT REWRITTEN, STATUS='
137100                       DELIMITED BY SIZE
137200                   WS-PENDING-STATUS DELIMITED BY SIZE
137300                   INTO PENDING-REPORT-LINE
137400               END-STRING
137500               WRITE PENDING-REPORT-LINE
137600               CLOSE PENDING-REPORT-FILE
137700               CLOSE ADD-CARD-FILE
137800               MOVE 16 TO RETURN-CODE
137900               GO TO 9999-EXIT
138000           END-IF
138100           MOVE SPACES TO PND-HEADER-REC
138200           MOVE 'H' TO PND-H-REC-TYPE
138300           MOVE WS-NEW-THROUGH-DATE-X TO PND-H-THROUGH-DATE
138400           MOVE WS-RUN-DATE TO PND-H-RUN-DATE
138500           MOVE WS-RUN-TIME TO PND-H-RUN-TIME
138600           MOVE 'STATION-PENDING' TO PND-H-LAST-PROGRAM
138700           WRITE PND-HEADER-REC
138800           PERFORM 7100-WRITE-ONE-PENDING-REC THRU
138900               7100-WRITE-ONE-PENDING-REC-EXIT
139000               VARYING PNT-IDX FROM 1 BY 1
139100               UNTIL PNT-IDX > WS-MAX-PN-STATIONS
139200           CLOSE PENDING-FILE.
139300       7000-WRITE-PENDING-FILE-EXIT.
139400           EXIT.
139500*
139600******************************************************************
139700*    7100-WRITE-ONE-PENDING-REC
139800******************************************************************
139900       7100-WRITE-ONE-PENDING-REC.
140000           IF PNT-NAME(PNT-IDX) = SPACES
140100               GO TO 7100-WRITE-ONE-PENDING-REC-EXIT
140200           END-IF
140300           MOVE SPACES TO PND-DETAIL-REC
140400           MOVE 'D' TO PND-D-REC-TYPE
140500           MOVE PNT-NAME(PNT-IDX) TO PND-D-STATION-NAME
140600           MOVE PNT-STATUS(PNT-IDX) TO PND-D-STATUS
140700           MOVE PNT-FIRST-DATE(PNT-IDX) TO PND-D-FIRST-DATE
140800           MOVE PNT-LAST-DATE(PNT-IDX) TO PND-D-LAST-DATE
140900           MOVE PNT-DAYS-SEEN(PNT-IDX) TO PND-D-DAYS-SEEN
141000           MOVE PNT-READINGS(PNT-IDX) TO PND-D-READINGS
141100           MOVE PNT-TEMP-COUNT(PNT-IDX) TO PND-D-TEMP-COUNT
141200           MOVE PNT-MIN(PNT-IDX) TO PND-D-MIN
141300           MOVE PNT-MAX(PNT-IDX) TO PND-D-MAX
141400           MOVE PNT-TOTAL(PNT-IDX) TO PND-D-TOTAL
141500           MOVE PNT-CARD-DATE(PNT-IDX) TO PND-D-CARD-DATE
141600           MOVE PNT-REPLAY-THROUGH(PNT-IDX) TO
141700               PND-D-REPLAY-THROUGH
141800           MOVE PNT-REPLAY-DATE(PNT-IDX) TO PND-D-REPLAY-DATE
141900           MOVE PNT-SIMILAR-NAME(PNT-IDX) TO PND-D-SIMILAR-NAME
142000           WRITE PND-DETAIL-REC.
142100       7100-WRITE-ONE-PENDING-REC-EXIT.
142200           EXIT.
142300*
142400******************************************************************
142500*    8000-WRITE-SUMMARY
142600******************************************************************
142700       8000-WRITE-SUMMARY.
142800           MOVE SPACES TO PENDING-REPORT-LINE
142900           WRITE PENDING-REPORT-LINE
143000           MOVE WS-DATES-SWEPT TO WS-COUNT-ED
143100           MOVE WS-FILES-FOUND TO WS-COUNT-ED-2
143200           MOVE SPACES TO PENDING-REPORT-LINE
143300           STRING 'SUMMARY -- DATES SWEPT:             '
143400                   DELIMITED BY SIZE
143500               WS-COUNT-ED DELIMITED BY SIZE
143600               '  WITH AN EXCEPTION FILE: ' DELIMITED BY SIZE
143700               WS-COUNT-ED-2 DELIMITED BY SIZE
143800               INTO PENDING-REPORT-LINE
143900           END-STRING
144000           WRITE PENDING-REPORT-LINE
144100           MOVE WS-UNKNOWN-LINES TO WS-COUNT-ED
144200           MOVE WS-UNPROFILED-LINES TO WS-COUNT-ED-2
144300           MOVE SPACES TO PENDING-REPORT-LINE
144400           STRING '           UNKNOWN-STATION LINES:    '
144500                   DELIMITED BY SIZE
144600               WS-COUNT-ED DELIMITED BY SIZE
144700               '  NOT PROFILED: ' DELIMITED BY SIZE
144800               WS-COUNT-ED-2 DELIMITED BY SIZE
144900               INTO PENDING-REPORT-LINE
145000           END-STRING
145100           WRITE PENDING-REPORT-LINE
145200           MOVE WS-OTHER-LINES TO WS-COUNT-ED
145300           MOVE SPACES TO PENDING-REPORT-LINE
145400           STRING '           OTHER EXCEPTION LINES:    '
145500                   DELIMITED BY SIZE
145600               WS-COUNT-ED DELIMITED BY SIZE
145700               ' (INACTIVE STATION, NOT TRACKED HERE)'
145800                   DELIMITED BY SIZE
145900               INTO PENDING-REPORT-LINE
146000           END-STRING
146100           WRITE PENDING-REPORT-LINE
146200           MOVE WS-NEW-NAMES TO WS-COUNT-ED
146300           MOVE WS-CARDS-CUT TO WS-COUNT-ED-2
146400           MOVE SPACES TO PENDING-REPORT-LINE
146500           STRING '           NEW NAMES:                '
146600                   DELIMITED BY SIZE
146700               WS-COUNT-ED DELIMITED BY SIZE
146800               '  ADD CARDS CUT: ' DELIMITED BY SIZE
146900               WS-COUNT-ED-2 DELIMITED BY SIZE
147000               INTO PENDING-REPORT-LINE
147100           END-STRING
147200           WRITE PENDING-REPORT-LINE
147300           MOVE WS-PENDING-COUNT TO WS-COUNT-ED
147400           MOVE WS-SUSPECT-COUNT TO WS-COUNT-ED-2
147500           MOVE WS-CARDED-COUNT TO WS-COUNT-ED-3
147600           MOVE SPACES TO PENDING-REPORT-LINE
147700           STRING '           PENDING:                  '
147800                   DELIMITED BY SIZE
147900               WS-COUNT-ED DELIMITED BY SIZE
148000               '  SUSPECT: ' DELIMITED BY SIZE
148100               WS-COUNT-ED-2 DELIMITED BY SIZE
148200               '  CARDED: ' DELIMITED BY SIZE
148300               WS-COUNT-ED-3 DELIMITED BY SIZE
148400               INTO PENDING-REPORT-LINE
148500           END-STRING
148600           WRITE PENDING-REPORT-LINE
148700           MOVE WS-ON-MASTER-COUNT TO WS-COUNT-ED
148800           MOVE WS-REPLAYED-COUNT TO WS-COUNT-ED-2
148900           MOVE SPACES TO PENDING-REPORT-LINE
149000           STRING '           ON MASTER:                '
149100                   DELIMITED BY SIZE
149200               WS-COUNT-ED DELIMITED BY SIZE
149300               '  REPLAYED: ' DELIMITED BY SIZE
149400               WS-COUNT-ED-2 DELIMITED BY SIZE
149500               INTO PENDING-REPORT-LINE
149600           END-STRING
149700           WRITE PENDING-REPORT-LINE
149800           MOVE WS-RECORDS-SKIPPED TO WS-COUNT-ED
149900           MOVE WS-LINES-DROPPED TO WS-COUNT-ED-2
150000           MOVE SPACES TO PENDING-REPORT-LINE
150100           STRING '           RECORDS SKIPPED:          '
150200                   DELIMITED BY SIZE
150300               WS-COUNT-ED DELIMITED BY SIZE
150400               '  LINES DROPPED (TABLE FULL): ' DELIMITED BY SIZE
150500               WS-COUNT-ED-2 DELIMITED BY SIZE
150600               INTO PENDING-REPORT-LINE
150700           END-STRING
150800           WRITE PENDING-REPORT-LINE
150810           MOVE WS-CARDS-FAILED TO WS-COUNT-ED
150820           MOVE SPACES TO PENDING-REPORT-LINE
150830           STRING '           ADD CARDS NOT WRITTEN:    '
150840                   DELIMITED BY SIZE
150850               WS-COUNT-ED DELIMITED BY SIZE
150860               INTO PENDING-REPORT-LINE
150870           END-STRING
150880           WRITE PENDING-REPORT-LINE.
150900       8000-WRITE-SUMMARY-EXIT.
151000           EXIT.
151100*
151200******************************************************************
151300*    9999-EXIT
151400******************************************************************
151500       9999-EXIT.
151600           STOP RUN.
