000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. MEAS-SPLIT.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  CUTS ONE MEASUREMENTS FILE
001000*               INTO N BYTE-RANGE PARTITIONS ON LINE BOUNDARIES SO
001100*               THE PIECES CAN BE AGGREGATED SIDE BY SIDE
001200*               (PARTITION-AGG) AND COMBINED AFTERWARDS
001300*               (STATION-MERGE) ON DAYS TOO BIG FOR ONE
001400*               FRONT-TO-BACK STATION-AGG PASS IN THE WINDOW.
001410*    2026-10-15 TB  EMPTY EACH PARTITION'S CHECKPOINT AND RESULT
001420*               FILES AS IT IS CUT, SO A NEW CUT NEVER RESUMES
001430*               FROM THE LAST CUT'S STATION-AGG CHECKPOINT.
001500******************************************************************
001600*
001700******************************************************************
001800*    THE CONTROL FILE (./SPLIT-CONTROL.TXT) IS TWO LINE
001900*    SEQUENTIAL RECORDS:
002000*      LINE 1  MEASUREMENTS FILE NAME (E.G. ./MEASUREMENTS.TXT)
002100*      LINE 2  NUMBER OF PARTITIONS, 2 THRU 99
002200*
002300*    THE FILE IS READ TWICE.  THE FIRST PASS SIZES IT (BYTES AND
002400*    LINES, EACH LINE COUNTED WITH ITS LINE-FEED) AND PICKS UP
002500*    THE HDR;YYYYMMDD;SOURCE AND TRL;COUNT CONTROL RECORDS.  THE
002600*    SECOND PASS WRITES EACH LINE TO THE PARTITION WHOSE BYTE
002700*    RANGE ITS FIRST BYTE FALLS IN -- PARTITION K COVERS BYTES
002800*    (K-1)*SIZE/N THRU K*SIZE/N - 1 -- SO NO LINE IS EVER CUT
002900*    AND THE PIECES COME OUT WITHIN ONE LINE OF EQUAL SIZE.  THE
003000*    HEADER, BEING THE FIRST LINE, LANDS IN PARTITION 1; THE
003100*    TRAILER IS ALWAYS WRITTEN TO PARTITION N, EVEN WHEN ITS
003200*    BYTE OFFSET WOULD PLACE IT EARLIER ON A TINY FILE.  A
003300*    PARTITION CAN COME OUT EMPTY ON A TINY FILE; IT IS STILL
003400*    WRITTEN, SO EVERY PARTITION 1 THRU N EXISTS.
003500*
003600*    OUTPUT, FOR A FILE NAMED F:
003700*      F.P01 ... F.PNN   THE PARTITIONS
003800*      F.PARTS           THE MANIFEST (PRMREC.CPY)
003810*      F.PNN.CKP, F.PNN.TBL  EMPTIED -- PARTITION-AGG'S
003820*                        CHECKPOINT AND RESULT FROM ANY EARLIER
003830*                        CUT WOULD NOT MATCH THE NEW PIECES
003900*      ./MEAS-SPLIT-REPORT.TXT  ONE LINE PER PARTITION
004000*    THE CONTROL RECORDS ARE NOT VALIDATED HERE -- THE WHOLE-
004100*    FILE HEADER AND TRAILER CHECKS BELONG TO STATION-MERGE,
004200*    THE SAME AS THEY BELONG TO STATION-AGG ON AN UNSPLIT FILE.
004300*    A FILE WITH NO HEADER OR NO TRAILER IS STILL CUT BUT GIVES
004400*    RC=4, SINCE THE MERGE WILL REFUSE IT.
004500******************************************************************
004600       ENVIRONMENT DIVISION.
004700       INPUT-OUTPUT SECTION.
004800       FILE-CONTROL.
004900           SELECT CONTROL-FILE
005000               ASSIGN TO "./split-control.txt"
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS WS-CONTROL-STATUS.
005300           SELECT MEASUREMENTS-FILE
005400               ASSIGN TO DYNAMIC WS-MEASUREMENTS-FILE-NAME
005500               ORGANIZATION IS LINE SEQUENTIAL
005600               FILE STATUS IS WS-MEAS-STATUS.
005700           SELECT PARTITION-FILE
005800               ASSIGN TO DYNAMIC WS-PARTITION-FILE-NAME
005900               ORGANIZATION IS LINE SEQUENTIAL
006000               FILE STATUS IS WS-PARTITION-STATUS.
006050           SELECT STALE-FILE
006060               ASSIGN TO DYNAMIC WS-STALE-FILE-NAME
006070               ORGANIZATION IS LINE SEQUENTIAL
006080               FILE STATUS IS WS-STALE-STATUS.
006100           SELECT MANIFEST-FILE
006200               ASSIGN TO DYNAMIC WS-MANIFEST-FILE-NAME
006300               ORGANIZATION IS LINE SEQUENTIAL
006400               FILE STATUS IS WS-MANIFEST-STATUS.
006500           SELECT SPLIT-REPORT-FILE
006600               ASSIGN TO "./meas-split-report.txt"
006700               ORGANIZATION IS LINE SEQUENTIAL
006800               FILE STATUS IS WS-SPLIT-REPORT-STATUS.
006900*
007000       DATA DIVISION.
007100       FILE SECTION.
007200       FD  CONTROL-FILE.
007300       01  CONTROL-RECORD              PIC X(200).
007400*
007500       FD  MEASUREMENTS-FILE.
007600       01  MEASUREMENT-LINE            PIC X(200).
007700*
007800       FD  PARTITION-FILE.
007900       01  PARTITION-LINE              PIC X(200).
008000*
008050       FD  STALE-FILE.
008060       01  STALE-LINE                  PIC X(80).
008070*
008100       FD  MANIFEST-FILE.
008200           COPY PRMREC.
008300*
008400       FD  SPLIT-REPORT-FILE.
008500       01  SPLIT-REPORT-LINE           PIC X(132).
008600*
008700       WORKING-STORAGE SECTION.
008800*    PTN-TABLE CARRIES EACH PARTITION'S SHARE OF THE FILE FOR
008900*    THE REPORT.
009000       01  PTN-TABLE.
009100           05  PTN-ENTRY OCCURS 99 TIMES INDEXED BY PTN-IDX.
009200               10  PTN-LINES            PIC 9(10) COMP.
009300               10  PTN-BYTES            PIC 9(15) COMP.
009400               10  PTN-FIRST-OFFSET     PIC 9(15) COMP.
009500*
009600       01  SPLIT-DETAIL-LINE.
009700           05  FILLER                   PIC X(02) VALUE SPACES.
009800           05  SDL-PART-SEQ             PIC 9(02).
009900           05  FILLER                   PIC X(02) VALUE SPACES.
010000           05  SDL-FIRST-OFFSET         PIC Z(14)9.
010100           05  FILLER                   PIC X(02) VALUE SPACES.
010200           05  SDL-BYTES                PIC Z(14)9.
010300           05  FILLER                   PIC X(02) VALUE SPACES.
010400           05  SDL-LINES                PIC Z(9)9.
010500           05  FILLER                   PIC X(02) VALUE SPACES.
010600           05  SDL-FILE-NAME            PIC X(80).
010700*
010800       77  WS-CONTROL-STATUS            PIC X(02).
010900       77  WS-MEAS-STATUS               PIC X(02).
011000       77  WS-PARTITION-STATUS          PIC X(02).
011100       77  WS-MANIFEST-STATUS           PIC X(02).
011150       77  WS-STALE-STATUS              PIC X(02).
011200       77  WS-SPLIT-REPORT-STATUS       PIC X(02).
011300       77  WS-MEAS-EOF-FLAG             PIC X(01) VALUE SPACE.
011400           88  WS-MEAS-EOF              VALUE 'Y'.
011500       77  WS-PARTITION-OPEN-FLAG       PIC X(01) VALUE 'N'.
011600           88  WS-PARTITION-OPEN        VALUE 'Y'.
011700*
011800       77  WS-MEASUREMENTS-FILE-NAME    PIC X(200).
011900       77  WS-PARTITION-FILE-NAME       PIC X(200).
012000       77  WS-MANIFEST-FILE-NAME        PIC X(200).
012050       77  WS-STALE-FILE-NAME           PIC X(200).
012100       77  WS-PART-COUNT-TEXT           PIC X(10).
012200       77  WS-PART-COUNT                PIC 9(02) VALUE ZERO.
012300       77  WS-CUR-PART                  PIC 9(02) VALUE ZERO.
012400       77  WS-TARGET-PART               PIC 9(15) COMP.
012500       77  WS-RUN-DATE                  PIC X(08).
012600       77  WS-RUN-TIME                  PIC X(08).
012700*
012800       77  WS-TOTAL-BYTES               PIC 9(15) COMP VALUE ZERO.
012900       77  WS-TOTAL-LINES               PIC 9(10) COMP VALUE ZERO.
013000       77  WS-OFFSET                    PIC 9(15) COMP VALUE ZERO.
013100       77  WS-OFFSET-TIMES-N            PIC 9(17) COMP.
013200       77  WS-LINE-BYTES                PIC 9(05) COMP.
013300       77  WS-TRAIL-SPACES              PIC 9(05) COMP.
013400       77  WS-LINES-WRITTEN             PIC 9(10) COMP VALUE ZERO.
013500*
013600       77  WS-HDR-TAG                   PIC X(04).
013700       77  WS-HDR-DATE                  PIC X(08).
013800       77  WS-HDR-SOURCE                PIC X(30).
013900       77  WS-TRL-TAG                   PIC X(04).
014000       77  WS-TRL-COUNT-TEXT            PIC X(12).
014100       77  WS-HEADER-SEEN-FLAG          PIC X(01) VALUE 'N'.
014200           88  WS-HEADER-SEEN           VALUE 'Y'.
014300       77  WS-TRAILER-SEEN-FLAG         PIC X(01) VALUE 'N'.
014400           88  WS-TRAILER-SEEN          VALUE 'Y'.
014500       77  WS-TRAILER-COUNT             PIC 9(10) COMP VALUE ZERO.
014600       77  WS-COUNT-ED                  PIC Z(14)9.
014700*
014800       PROCEDURE DIVISION.
014900******************************************************************
015000*    0000-MAINLINE
015100******************************************************************
015200       0000-MAINLINE.
015300           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
015400           PERFORM 2000-READ-CONTROL-CARD THRU
015500               2000-READ-CONTROL-CARD-EXIT
015600           PERFORM 3000-MEASURE-FILE THRU 3000-MEASURE-FILE-EXIT
015700           PERFORM 4000-WRITE-PARTITIONS THRU
015800               4000-WRITE-PARTITIONS-EXIT
015900           PERFORM 5000-WRITE-MANIFEST THRU
016000               5000-WRITE-MANIFEST-EXIT
016100           PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
016200           CLOSE SPLIT-REPORT-FILE
016300           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
016400               MOVE 4 TO RETURN-CODE
016500           END-IF
016600           GO TO 9999-EXIT.
016700*
016800******************************************************************
016900*    1000-INITIALIZE
017000******************************************************************
017100       1000-INITIALIZE.
017200           INITIALIZE PTN-TABLE
017300           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017400           ACCEPT WS-RUN-TIME FROM TIME
017500           OPEN OUTPUT SPLIT-REPORT-FILE
017600           IF WS-SPLIT-REPORT-STATUS NOT = '00'
017700               DISPLAY 'MEAS-SPLIT: ERROR OPENING REPORT, '
017800                   'STATUS=' WS-SPLIT-REPORT-STATUS
017900               MOVE 16 TO RETURN-CODE
018000               GO TO 9999-EXIT
018100           END-IF
018200           MOVE SPACES TO SPLIT-REPORT-LINE
018300           STRING 'MEASUREMENTS FILE PARTITION SPLIT'
018400                   DELIMITED BY SIZE
018500               '          RUN DATE: ' DELIMITED BY SIZE
018600               WS-RUN-DATE DELIMITED BY SIZE
018700               INTO SPLIT-REPORT-LINE
018800           END-STRING
018900           WRITE SPLIT-REPORT-LINE.
019000       1000-INITIALIZE-EXIT.
019100           EXIT.
019200*
019300******************************************************************
019400*    2000-READ-CONTROL-CARD
019500*    A MISSING FILE NAME OR A PARTITION COUNT OUTSIDE 2 THRU 99
019600*    IS A SETUP ERROR AND STOPS THE RUN BEFORE ANYTHING IS CUT.
019700******************************************************************
019800       2000-READ-CONTROL-CARD.
019900           OPEN INPUT CONTROL-FILE
020000           IF WS-CONTROL-STATUS NOT = '00'
020100               DISPLAY 'MEAS-SPLIT: ERROR OPENING CONTROL FILE, '
020200                   'STATUS=' WS-CONTROL-STATUS
020300               MOVE 16 TO RETURN-CODE
020400               CLOSE SPLIT-REPORT-FILE
020500               GO TO 9999-EXIT
020600           END-IF
020700           MOVE SPACES TO CONTROL-RECORD
020800           READ CONTROL-FILE
020900           MOVE CONTROL-RECORD TO WS-MEASUREMENTS-FILE-NAME
021000           MOVE SPACES TO CONTROL-RECORD
021100           READ CONTROL-FILE
021200           MOVE CONTROL-RECORD TO WS-PART-COUNT-TEXT
021300           CLOSE CONTROL-FILE
021400           IF WS-MEASUREMENTS-FILE-NAME = SPACES
021500               DISPLAY 'MEAS-SPLIT: NO MEASUREMENTS FILE NAME ON '
021600                   'CONTROL FILE'
021700               MOVE 16 TO RETURN-CODE
021800               CLOSE SPLIT-REPORT-FILE
021900               GO TO 9999-EXIT
022000           END-IF
022100           IF FUNCTION TRIM(WS-PART-COUNT-TEXT) IS NUMERIC
022200               COMPUTE WS-PART-COUNT =
022300                   FUNCTION NUMVAL(WS-PART-COUNT-TEXT)
022400           END-IF
022500           IF WS-PART-COUNT < 2
022600               DISPLAY 'MEAS-SPLIT: PARTITION COUNT MUST BE 2 '
022700                   'THRU 99'
022800               MOVE 16 TO RETURN-CODE
022900               CLOSE SPLIT-REPORT-FILE
023000               GO TO 9999-EXIT
023100           END-IF
023200           MOVE SPACES TO WS-MANIFEST-FILE-NAME
023300           STRING FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
023400                   DELIMITED BY SIZE
023500               '.parts' DELIMITED BY SIZE
023600               INTO WS-MANIFEST-FILE-NAME
023700           END-STRING
023800           MOVE WS-PART-COUNT TO WS-COUNT-ED
023900           MOVE SPACES TO SPLIT-REPORT-LINE
024000           STRING 'INPUT FILE: ' DELIMITED BY SIZE
024100               FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
024200                   DELIMITED BY SIZE
024300               '   PARTITIONS: ' DELIMITED BY SIZE
024400               FUNCTION TRIM(WS-COUNT-ED) DELIMITED BY SIZE
024500               INTO SPLIT-REPORT-LINE
024600           END-STRING
024700           WRITE SPLIT-REPORT-LINE.
024800       2000-READ-CONTROL-CARD-EXIT.
024900           EXIT.
025000*
025100******************************************************************
025200*    3000-MEASURE-FILE
025300*    FIRST PASS: TOTAL BYTES AND LINES, AND THE CONTROL RECORDS.
025400*    AN EMPTY FILE HAS NOTHING TO CUT AND STOPS THE RUN.
025500******************************************************************
025600       3000-MEASURE-FILE.
025700           OPEN INPUT MEASUREMENTS-FILE
025800           IF WS-MEAS-STATUS NOT = '00'
025900               DISPLAY 'MEAS-SPLIT: ERROR OPENING MEASUREMENTS '
026000                   'FILE, STATUS=' WS-MEAS-STATUS
026100               MOVE 16 TO RETURN-CODE
026200               CLOSE SPLIT-REPORT-FILE
026300               GO TO 9999-EXIT
026400           END-IF
026500           MOVE SPACE TO WS-MEAS-EOF-FLAG
026600           PERFORM 3100-MEASURE-ONE-LINE THRU
026700               3100-MEASURE-ONE-LINE-EXIT
026800               UNTIL WS-MEAS-EOF
026900           CLOSE MEASUREMENTS-FILE
027000           IF WS-TOTAL-BYTES = ZERO
027100               DISPLAY 'MEAS-SPLIT: MEASUREMENTS FILE IS EMPTY'
027200               MOVE 16 TO RETURN-CODE
027300               CLOSE SPLIT-REPORT-FILE
027400               GO TO 9999-EXIT
027500           END-IF.
027600       3000-MEASURE-FILE-EXIT.
027700           EXIT.
027800*
027900******************************************************************
028000*    3100-MEASURE-ONE-LINE
028100*    ONLY THE FIRST HEADER IS TAKEN; A SECOND ONE IS STATION-AGG'S
028200*    DUPLICATE-HEADER REFUSAL TO MAKE, IN PARTITION 1 OR LATER.
028300*    THE LAST TRAILER SEEN IS THE ONE THAT COUNTS.
028400******************************************************************
028500       3100-MEASURE-ONE-LINE.
028600           READ MEASUREMENTS-FILE
028700               AT END
028800                   SET WS-MEAS-EOF TO TRUE
028900                   GO TO 3100-MEASURE-ONE-LINE-EXIT
029000           END-READ
029100           PERFORM 3200-COMPUTE-LINE-BYTES THRU
029200               3200-COMPUTE-LINE-BYTES-EXIT
029300           ADD WS-LINE-BYTES TO WS-TOTAL-BYTES
029400           ADD 1 TO WS-TOTAL-LINES
029500           IF MEASUREMENT-LINE(1:4) = 'HDR;'
029600                   AND NOT WS-HEADER-SEEN
029700               MOVE SPACES TO WS-HDR-TAG, WS-HDR-DATE,
029800                   WS-HDR-SOURCE
029900               UNSTRING MEASUREMENT-LINE DELIMITED BY ';'
030000                   INTO WS-HDR-TAG, WS-HDR-DATE, WS-HDR-SOURCE
030100               END-UNSTRING
030200               MOVE 'Y' TO WS-HEADER-SEEN-FLAG
030300           END-IF
030400           IF MEASUREMENT-LINE(1:4) = 'TRL;'
030500               MOVE SPACES TO WS-TRL-TAG, WS-TRL-COUNT-TEXT
030600               UNSTRING MEASUREMENT-LINE DELIMITED BY ';'
030700                   INTO WS-TRL-TAG, WS-TRL-COUNT-TEXT
030800               END-UNSTRING
030900               MOVE ZERO TO WS-TRAILER-COUNT
031000               IF FUNCTION TRIM(WS-TRL-COUNT-TEXT) NOT = SPACES
031100                   COMPUTE WS-TRAILER-COUNT =
031200                       FUNCTION NUMVAL(WS-TRL-COUNT-TEXT)
031300               END-IF
031400               MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
031500           END-IF.
031600       3100-MEASURE-ONE-LINE-EXIT.
031700           EXIT.
031800*
031900******************************************************************
032000*    3200-COMPUTE-LINE-BYTES
032100*    THE LINE'S LENGTH ON DISK: ITS TEXT UP TO THE LAST
032200*    NON-BLANK BYTE, PLUS THE LINE-FEED.
032300******************************************************************
032400       3200-COMPUTE-LINE-BYTES.
032500           MOVE ZERO TO WS-TRAIL-SPACES
032600           INSPECT FUNCTION REVERSE(MEASUREMENT-LINE) TALLYING
032700               WS-TRAIL-SPACES FOR LEADING SPACES
032800           COMPUTE WS-LINE-BYTES = 200 - WS-TRAIL-SPACES + 1.
032900       3200-COMPUTE-LINE-BYTES-EXIT.
033000           EXIT.
033100*
033200******************************************************************
033300*    4000-WRITE-PARTITIONS
033400*    SECOND PASS.  PARTITIONS ARE OPENED IN SEQUENCE AS THE BYTE
033500*    OFFSET CROSSES EACH BOUNDARY; ANY STILL UNOPENED AT END OF
033600*    FILE ARE WRITTEN EMPTY.
033700******************************************************************
033800       4000-WRITE-PARTITIONS.
033900           OPEN INPUT MEASUREMENTS-FILE
034000           IF WS-MEAS-STATUS NOT = '00'
034100               DISPLAY 'MEAS-SPLIT: ERROR REOPENING MEASUREMENTS '
034200                   'FILE, STATUS=' WS-MEAS-STATUS
034300               MOVE 16 TO RETURN-CODE
034400               CLOSE SPLIT-REPORT-FILE
034500               GO TO 9999-EXIT
034600           END-IF
034700           MOVE ZERO TO WS-OFFSET, WS-CUR-PART
034800           MOVE SPACE TO WS-MEAS-EOF-FLAG
034900           PERFORM 4100-COPY-ONE-LINE THRU 4100-COPY-ONE-LINE-EXIT
035000               UNTIL WS-MEAS-EOF
035100           CLOSE MEASUREMENTS-FILE
035200           MOVE WS-PART-COUNT TO WS-TARGET-PART
035300           PERFORM 4200-ADVANCE-PARTITION THRU
035400               4200-ADVANCE-PARTITION-EXIT
035500               UNTIL WS-CUR-PART NOT < WS-TARGET-PART
035600           IF WS-PARTITION-OPEN
035700               CLOSE PARTITION-FILE
035800               MOVE 'N' TO WS-PARTITION-OPEN-FLAG
035900           END-IF.
036000       4000-WRITE-PARTITIONS-EXIT.
036100           EXIT.
036200*
036300******************************************************************
036400*    4100-COPY-ONE-LINE
036500*    THE TARGET PARTITION IS OFFSET * N / SIZE + 1, TRUNCATED --
036600*    THE RANGE THE LINE'S FIRST BYTE FALLS IN.
036700******************************************************************
036800       4100-COPY-ONE-LINE.
036900           READ MEASUREMENTS-FILE
037000               AT END
037100                   SET WS-MEAS-EOF TO TRUE
037200                   GO TO 4100-COPY-ONE-LINE-EXIT
037300           END-READ
037400           PERFORM 3200-COMPUTE-LINE-BYTES THRU
037500               3200-COMPUTE-LINE-BYTES-EXIT
037600           IF MEASUREMENT-LINE(1:4) = 'TRL;'
037700               MOVE WS-PART-COUNT TO WS-TARGET-PART
037800           ELSE
037900               MULTIPLY WS-OFFSET BY WS-PART-COUNT
038000                   GIVING WS-OFFSET-TIMES-N
038100               DIVIDE WS-OFFSET-TIMES-N BY WS-TOTAL-BYTES
038200                   GIVING WS-TARGET-PART
038300               ADD 1 TO WS-TARGET-PART
038400               IF WS-TARGET-PART > WS-PART-COUNT
038500                   MOVE WS-PART-COUNT TO WS-TARGET-PART
038600               END-IF
038700           END-IF
038800           PERFORM 4200-ADVANCE-PARTITION THRU
038900               4200-ADVANCE-PARTITION-EXIT
039000               UNTIL WS-CUR-PART NOT < WS-TARGET-PART
039100           MOVE MEASUREMENT-LINE TO PARTITION-LINE
039200           WRITE PARTITION-LINE
039300           IF WS-PARTITION-STATUS NOT = '00'
039400               DISPLAY 'MEAS-SPLIT: ERROR WRITING PARTITION '
039500                   WS-CUR-PART ', STATUS=' WS-PARTITION-STATUS
039600               MOVE 16 TO RETURN-CODE
039700               CLOSE PARTITION-FILE
039800               CLOSE MEASUREMENTS-FILE
039900               CLOSE SPLIT-REPORT-FILE
040000               GO TO 9999-EXIT
040100           END-IF
040200           SET PTN-IDX TO WS-CUR-PART
040300           ADD 1 TO PTN-LINES(PTN-IDX)
040400           ADD WS-LINE-BYTES TO PTN-BYTES(PTN-IDX)
040500           ADD 1 TO WS-LINES-WRITTEN
040600           ADD WS-LINE-BYTES TO WS-OFFSET.
040700       4100-COPY-ONE-LINE-EXIT.
040800           EXIT.
040900*
041000******************************************************************
041100*    4200-ADVANCE-PARTITION
041200*    CLOSES THE CURRENT PARTITION AND OPENS THE NEXT.
041300*    PARTITION FILE NAMES ARE THE INPUT NAME PLUS .PNN.
041310*    THE NEW PARTITION'S CHECKPOINT AND RESULT FILES ARE
041320*    EMPTIED AS IT IS OPENED (4250).
041400******************************************************************
041500       4200-ADVANCE-PARTITION.
041600           IF WS-PARTITION-OPEN
041700               CLOSE PARTITION-FILE
041800               MOVE 'N' TO WS-PARTITION-OPEN-FLAG
041900           END-IF
042000           ADD 1 TO WS-CUR-PART
042100           MOVE SPACES TO WS-PARTITION-FILE-NAME
042200           STRING FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
042300                   DELIMITED BY SIZE
042400               '.p' DELIMITED BY SIZE
042500               WS-CUR-PART DELIMITED BY SIZE
042600               INTO WS-PARTITION-FILE-NAME
042700           END-STRING
042800           OPEN OUTPUT PARTITION-FILE
042900           IF WS-PARTITION-STATUS NOT = '00'
043000               DISPLAY 'MEAS-SPLIT: ERROR OPENING '
043100                   FUNCTION TRIM(WS-PARTITION-FILE-NAME)
043200                   ', STATUS=' WS-PARTITION-STATUS
043300               MOVE 16 TO RETURN-CODE
043400               CLOSE MEASUREMENTS-FILE
043500               CLOSE SPLIT-REPORT-FILE
043600               GO TO 9999-EXIT
043700           END-IF
043800           MOVE 'Y' TO WS-PARTITION-OPEN-FLAG
043850           PERFORM 4250-EMPTY-STALE-FILES THRU
043860               4250-EMPTY-STALE-FILES-EXIT
043900           SET PTN-IDX TO WS-CUR-PART
044000           MOVE WS-OFFSET TO PTN-FIRST-OFFSET(PTN-IDX).
044100       4200-ADVANCE-PARTITION-EXIT.
044200           EXIT.
044204*
044208******************************************************************
044212*    4250-EMPTY-STALE-FILES
044216*    STATION-AGG RESUMES FROM ANY NON-EMPTY CHECKPOINT, SO A
044220*    .PNN.CKP LEFT BY AN INTERRUPTED RUN AGAINST THE LAST CUT
044224*    WOULD SKIP INTO THE NEW PIECE AT THE OLD PIECE'S OFFSET.
044228*    THE .PNN.TBL RESULT GOES WITH IT.  OPENING EACH OUTPUT
044232*    AND CLOSING IT AGAIN LEAVES IT EMPTY.  A FILE THAT CANNOT
044236*    BE EMPTIED STOPS THE CUT.
044240******************************************************************
044244       4250-EMPTY-STALE-FILES.
044248           MOVE SPACES TO WS-STALE-FILE-NAME
044252           STRING FUNCTION TRIM(WS-PARTITION-FILE-NAME)
044256                   DELIMITED BY SIZE
044260               '.ckp' DELIMITED BY SIZE
044264               INTO WS-STALE-FILE-NAME
044268           END-STRING
044272           OPEN OUTPUT STALE-FILE
044276           IF WS-STALE-STATUS NOT = '00'
044280               GO TO 4260-STALE-ERROR
044284           END-IF
044288           CLOSE STALE-FILE
044292           MOVE SPACES TO WS-STALE-FILE-NAME
044296           STRING FUNCTION TRIM(WS-PARTITION-FILE-NAME)
044300                   DELIMITED BY SIZE
044304               '.tbl' DELIMITED BY SIZE
044308               INTO WS-STALE-FILE-NAME
044312           END-STRING
044316           OPEN OUTPUT STALE-FILE
044320           IF WS-STALE-STATUS NOT = '00'
044324               GO TO 4260-STALE-ERROR
044328           END-IF
044332           CLOSE STALE-FILE
044336           GO TO 4250-EMPTY-STALE-FILES-EXIT.
044340       4260-STALE-ERROR.
044344           DISPLAY 'MEAS-SPLIT: ERROR EMPTYING '
044348               FUNCTION TRIM(WS-STALE-FILE-NAME)
044352               ', STATUS=' WS-STALE-STATUS
044356           MOVE 16 TO RETURN-CODE
044360           CLOSE PARTITION-FILE
044364           CLOSE MEASUREMENTS-FILE
044368           CLOSE SPLIT-REPORT-FILE
044372           GO TO 9999-EXIT.
044376       4250-EMPTY-STALE-FILES-EXIT.
044380           EXIT.
044384*
044400******************************************************************
044500*    5000-WRITE-MANIFEST
044600*    WRITTEN LAST, SO A MANIFEST ON DISK ALWAYS DESCRIBES A
044700*    COMPLETE CUT.  THE SPLIT DATE AND TIME STAMP THE CUT;
044800*    PARTITION-AGG CARRIES THEM ONTO EACH RESULT RECORD SO
044900*    STATION-MERGE NEVER FOLDS A RESULT LEFT OVER FROM AN
045000*    EARLIER CUT OF THE SAME FILE.
045100******************************************************************
045200       5000-WRITE-MANIFEST.
045300           OPEN OUTPUT MANIFEST-FILE
045400           IF WS-MANIFEST-STATUS NOT = '00'
045500               DISPLAY 'MEAS-SPLIT: ERROR OPENING MANIFEST, '
045600                   'STATUS=' WS-MANIFEST-STATUS
045700               MOVE 16 TO RETURN-CODE
045800               CLOSE SPLIT-REPORT-FILE
045900               GO TO 9999-EXIT
046000           END-IF
046100           MOVE SPACES TO PRM-RECORD
046200           MOVE WS-MEASUREMENTS-FILE-NAME TO PRM-FILE-NAME
046300           MOVE WS-PART-COUNT TO PRM-PART-COUNT
046400           MOVE WS-HEADER-SEEN-FLAG TO PRM-HEADER-SEEN
046500           MOVE WS-HDR-DATE TO PRM-HDR-DATE
046600           MOVE WS-HDR-SOURCE TO PRM-HDR-SOURCE
046700           MOVE WS-TRAILER-SEEN-FLAG TO PRM-TRAILER-SEEN
046800           MOVE WS-TRAILER-COUNT TO PRM-TRAILER-COUNT
046900           MOVE WS-TOTAL-BYTES TO PRM-TOTAL-BYTES
047000           MOVE WS-TOTAL-LINES TO PRM-TOTAL-LINES
047100           MOVE WS-RUN-DATE TO PRM-SPLIT-DATE
047200           MOVE WS-RUN-TIME TO PRM-SPLIT-TIME
047300           WRITE PRM-RECORD
047400           CLOSE MANIFEST-FILE.
047500       5000-WRITE-MANIFEST-EXIT.
047600           EXIT.
047700*
047800******************************************************************
047900*    8000-WRITE-SUMMARY
048000******************************************************************
048100       8000-WRITE-SUMMARY.
048200           MOVE SPACES TO SPLIT-REPORT-LINE
048300           WRITE SPLIT-REPORT-LINE
048400           MOVE SPACES TO SPLIT-REPORT-LINE
048500           STRING '  PART     FIRST BYTE            BYTES'
048600                   DELIMITED BY SIZE
048700               '       LINES  FILE' DELIMITED BY SIZE
048800               INTO SPLIT-REPORT-LINE
048900           END-STRING
049000           WRITE SPLIT-REPORT-LINE
049100           PERFORM 8100-WRITE-ONE-PARTITION THRU
049200               8100-WRITE-ONE-PARTITION-EXIT
049300               VARYING PTN-IDX FROM 1 BY 1
049400               UNTIL PTN-IDX > WS-PART-COUNT
049500           MOVE SPACES TO SPLIT-REPORT-LINE
049600           WRITE SPLIT-REPORT-LINE
049700           MOVE WS-TOTAL-BYTES TO WS-COUNT-ED
049800           MOVE SPACES TO SPLIT-REPORT-LINE
049900           STRING 'TOTAL BYTES: ' DELIMITED BY SIZE
050000               WS-COUNT-ED DELIMITED BY SIZE
050100               INTO SPLIT-REPORT-LINE
050200           END-STRING
050300           WRITE SPLIT-REPORT-LINE
050400           MOVE WS-LINES-WRITTEN TO WS-COUNT-ED
050500           MOVE SPACES TO SPLIT-REPORT-LINE
050600           STRING 'TOTAL LINES: ' DELIMITED BY SIZE
050700               WS-COUNT-ED DELIMITED BY SIZE
050800               INTO SPLIT-REPORT-LINE
050900           END-STRING
051000           WRITE SPLIT-REPORT-LINE
051100           MOVE SPACES TO SPLIT-REPORT-LINE
051200           IF WS-HEADER-SEEN
051300               STRING 'HEADER:      ' DELIMITED BY SIZE
051400                   WS-HDR-DATE DELIMITED BY SIZE
051500                   ' ' DELIMITED BY SIZE
051600                   WS-HDR-SOURCE DELIMITED BY SIZE
051700                   INTO SPLIT-REPORT-LINE
051800               END-STRING
051900           ELSE
052000               MOVE 'HEADER:      *** NONE - MERGE WILL REFUSE'
052100                   TO SPLIT-REPORT-LINE
052200           END-IF
052300           WRITE SPLIT-REPORT-LINE
052400           MOVE SPACES TO SPLIT-REPORT-LINE
052500           IF WS-TRAILER-SEEN
052600               MOVE WS-TRAILER-COUNT TO WS-COUNT-ED
052700               STRING 'TRAILER:     ' DELIMITED BY SIZE
052800                   WS-COUNT-ED DELIMITED BY SIZE
052900                   INTO SPLIT-REPORT-LINE
053000               END-STRING
053100           ELSE
053200               MOVE 'TRAILER:     *** NONE - MERGE WILL REFUSE'
053300                   TO SPLIT-REPORT-LINE
053400           END-IF
053500           WRITE SPLIT-REPORT-LINE
053600           MOVE SPACES TO SPLIT-REPORT-LINE
053700           STRING 'MANIFEST:    ' DELIMITED BY SIZE
053800               FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
053900                   DELIMITED BY SIZE
054000               INTO SPLIT-REPORT-LINE
054100           END-STRING
054200           WRITE SPLIT-REPORT-LINE.
054300       8000-WRITE-SUMMARY-EXIT.
054400           EXIT.
054500*
054600******************************************************************
054700*    8100-WRITE-ONE-PARTITION
054800******************************************************************
054900       8100-WRITE-ONE-PARTITION.
055000           SET WS-CUR-PART TO PTN-IDX
055100           MOVE WS-CUR-PART TO SDL-PART-SEQ
055200           MOVE PTN-FIRST-OFFSET(PTN-IDX) TO SDL-FIRST-OFFSET
055300           MOVE PTN-BYTES(PTN-IDX) TO SDL-BYTES
055400           MOVE PTN-LINES(PTN-IDX) TO SDL-LINES
055500           MOVE SPACES TO SDL-FILE-NAME
055600           STRING FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
055700                   DELIMITED BY SIZE
055800               '.p' DELIMITED BY SIZE
055900               WS-CUR-PART DELIMITED BY SIZE
056000               INTO SDL-FILE-NAME
056100           END-STRING
056200           MOVE SPLIT-DETAIL-LINE TO SPLIT-REPORT-LINE
056300           WRITE SPLIT-REPORT-LINE.
056400       8100-WRITE-ONE-PARTITION-EXIT.
056500           EXIT.
056600*
056700******************************************************************
056800*    9999-EXIT
056900******************************************************************
057000       9999-EXIT.
057100           STOP RUN.
