000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. STATION-MERGE.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  COMBINES THE PER-PARTITION
001000*               STATION TABLES LEFT BY PARTITION-AGG INTO ONE
001100*               DAY'S TABLE AND MAKES THE WHOLE-FILE CHECKS
001200*               STATION-AGG MAKES ON AN UNSPLIT FILE, SO THE
001300*               CALLER SEES THE SAME RESULT EITHER WAY.
001320*    2026-10-15 TB  CARRY THE FEED HEADER'S DATE AND SOURCE ON
001340*               THE RUN-AUDIT RECORD, AND THE SOURCE ON THE
001360*               PROCESSED-FILE REGISTER, AS STATION-AGG DOES.
001400******************************************************************
001500*
001600******************************************************************
001700*    CALLED IN PLACE OF STATION-AGG, WITH THE SAME PARAMETER
001800*    LIST, FOR A MEASUREMENTS FILE CUT BY MEAS-SPLIT AND RUN
001900*    THROUGH PARTITION-AGG.  LK-FILE-NAME IS THE WHOLE FILE'S
002000*    NAME; THE MANIFEST AND THE PARTITION RESULT FILES ARE FOUND
002100*    FROM IT (SEE PRMREC.CPY / PRTREC.CPY).  LK-REJECT-FILE-NAME
002200*    AND LK-EXCEPTION-FILE-NAME RECEIVE THE PARTITIONS' REJECT
002300*    AND EXCEPTION LINES, IN PARTITION ORDER, SO THEY READ THE
002400*    SAME AS AN UNSPLIT RUN'S.  LK-CHECKPOINT-FILE-NAME AND
002500*    LK-MASTER-FILE-NAME ARE NOT USED -- EACH PARTITION HAD ITS
002600*    OWN CHECKPOINT, AND THE MASTER WAS APPLIED PARTITION BY
002700*    PARTITION.
002800*
002900*    THE MERGE:
003000*      MIN TEMP      LOWEST OF THE PARTITION MINIMUMS
003100*      MAX TEMP      HIGHEST OF THE PARTITION MAXIMUMS
003200*      COUNT, TOTAL  SUMMED
003300*      SAMPLE        WHEN THE PARTITION SAMPLES TOGETHER FIT THE
003400*                    SAMPLE CAPACITY THEY ARE SIMPLY PUT
003500*                    TOGETHER (EACH IS THEN EVERY READING OF ITS
003600*                    PARTITION).  OTHERWISE A FRESH SAMPLE IS
003700*                    DRAWN FROM THE TWO, ONE READING AT A TIME,
003800*                    TAKING FROM EACH SIDE IN PROPORTION TO THE
003900*                    READINGS IT STILL STANDS FOR -- SO THE
004000*                    MERGED SAMPLE IS AS FAIR A PICTURE OF THE
004100*                    WHOLE DAY AS ONE FRONT-TO-BACK RESERVOIR.
004200*      MEDIAN, P90   RECOMPUTED FROM THE MERGED SAMPLE.
004300*
004400*    WHOLE-FILE CHECKS, IN STATION-AGG'S ORDER AND WORDING:
004500*    THE PROCESSED-FILE REGISTER (DUPE UNLESS FORCED) BEFORE
004600*    ANYTHING ELSE; THEN EVERY PARTITION MUST HAVE A CLEAN
004700*    RESULT FROM THIS CUT (A MISSING OR STALE ONE IS AN I/O
004800*    ERROR, A FAILED ONE PASSES ITS FAILURE ON); THEN ONE
004900*    HEADER, ONE TRAILER, THE TRAILER COUNT AGAINST THE DATA
005000*    LINES READ ACROSS ALL PARTITIONS, AND THE HEADER DATE
005100*    AGAINST THE CALLER'S EXPECTED DATE.  A CLEAN MERGE IS
005200*    RECORDED ON THE REGISTER UNDER THE WHOLE FILE'S NAME AND
005300*    AUDITED AS ONE STATION-AGG RUN, SO THE REPORT, EXTRACT,
005400*    HISTORY AND AUDIT STEPS DOWNSTREAM SEE ONE DAY EXACTLY AS
005500*    BEFORE.
005600******************************************************************
005700       ENVIRONMENT DIVISION.
005800       INPUT-OUTPUT SECTION.
005900       FILE-CONTROL.
006000           SELECT MANIFEST-FILE
006100               ASSIGN TO DYNAMIC WS-MANIFEST-FILE-NAME
006200               ORGANIZATION IS LINE SEQUENTIAL
006300               FILE STATUS IS WS-MANIFEST-STATUS.
006400           SELECT RESULT-FILE
006500               ASSIGN TO DYNAMIC WS-RESULT-FILE-NAME
006600               ORGANIZATION IS RECORD SEQUENTIAL
006700               FILE STATUS IS WS-RESULT-STATUS.
006800           SELECT PIECE-FILE
006900               ASSIGN TO DYNAMIC WS-PIECE-FILE-NAME
007000               ORGANIZATION IS LINE SEQUENTIAL
007100               FILE STATUS IS WS-PIECE-STATUS.
007200           SELECT COLLECT-FILE
007300               ASSIGN TO DYNAMIC WS-COLLECT-FILE-NAME
007400               ORGANIZATION IS LINE SEQUENTIAL
007500               FILE STATUS IS WS-COLLECT-STATUS.
007600           SELECT RUN-AUDIT-FILE
007700               ASSIGN TO "./batch-run-audit.txt"
007800               ORGANIZATION IS LINE SEQUENTIAL
007900               FILE STATUS IS WS-RUN-AUDIT-STATUS.
008000           SELECT REGISTER-FILE
008100               ASSIGN TO "./processed-file-register.txt"
008200               ORGANIZATION IS LINE SEQUENTIAL
008300               FILE STATUS IS WS-REGISTER-STATUS.
008400*
008500       DATA DIVISION.
008600       FILE SECTION.
008700       FD  MANIFEST-FILE.
008800       01  MANIFEST-REC                PIC X(293).
008900*
009000       FD  RESULT-FILE.
009100           COPY PRTREC.
009200*
009300       FD  PIECE-FILE.
009400       01  PIECE-LINE                  PIC X(200).
009500*
009600       FD  COLLECT-FILE.
009700       01  COLLECT-LINE                PIC X(200).
009800*
009900       FD  RUN-AUDIT-FILE.
010000       01  RUN-AUDIT-REC               PIC X(341).
010100*
010200       FD  REGISTER-FILE.
010300       01  REGISTER-REC                PIC X(240).
010400*
010500       WORKING-STORAGE SECTION.
010600           COPY PRMREC.
010700*
010800       01  STATION-NAME                 PIC X(100).
010900       01  WS-NAME-BYTES REDEFINES STATION-NAME
011000                            PIC X(01) OCCURS 100 TIMES.
011100*
011200           COPY AUDREC.
011300*
011400*    SAMPLE WORK AREAS FOR THE RESERVOIR MERGE (SEE 3300): THE
011500*    TABLE'S SAMPLE (A), THE INCOMING PARTITION'S SAMPLE (B),
011600*    AND THE NEW SAMPLE BEING DRAWN FROM THE TWO.
011700       01  MERGE-SAMPLES.
011800           05  MRG-A-SAMPLE OCCURS 101 TIMES
011900                                        PIC S9(4)V9(2) COMP-3.
012000           05  MRG-B-SAMPLE OCCURS 101 TIMES
012100                                        PIC S9(4)V9(2) COMP-3.
012200           05  MRG-NEW-SAMPLE OCCURS 101 TIMES
012300                                        PIC S9(4)V9(2) COMP-3.
012400*
012500       77  WS-MANIFEST-STATUS          PIC X(02).
012600       77  WS-RESULT-STATUS            PIC X(02).
012700       77  WS-PIECE-STATUS             PIC X(02).
012800       77  WS-COLLECT-STATUS           PIC X(02).
012900       77  WS-RUN-AUDIT-STATUS         PIC X(02).
013000       77  WS-REGISTER-STATUS          PIC X(02).
013100       77  WS-MEASUREMENTS-FILE-NAME   PIC X(200).
013200       77  WS-MANIFEST-FILE-NAME       PIC X(200).
013300       77  WS-RESULT-FILE-NAME         PIC X(200).
013400       77  WS-PIECE-FILE-NAME          PIC X(200).
013500       77  WS-COLLECT-FILE-NAME        PIC X(200).
013600       77  WS-COLLECT-SUFFIX           PIC X(04).
013700       77  WS-PIECE-EOF-FLAG           PIC X(01) VALUE SPACE.
013800           88  WS-PIECE-EOF             VALUE 'Y'.
013900       77  WS-MANIFEST-READ-FLAG       PIC X(01) VALUE 'N'.
014000           88  WS-MANIFEST-READ         VALUE 'Y'.
014100       77  WS-PART-SEQ                 PIC 9(02) VALUE ZERO.
014200       77  WS-PART-COUNT               PIC 9(02) VALUE ZERO.
014300       77  WS-HASH-SUM                 PIC 9(10) COMP.
014400       77  WS-HASH-QUOT                PIC 9(10) COMP.
014500       77  WS-HASH-REM                 PIC 9(05) COMP.
014600       77  WS-HASH-BUCKET-COUNT        PIC 9(05) COMP VALUE 2003.
014700       77  WS-BUCKET                   PIC 9(05) COMP.
014800       77  WS-CHAR-IDX                 PIC 9(03) COMP.
014900       77  WS-CHAIN-IDX                PIC 9(05) COMP.
015000       77  WS-FOUND-IDX                PIC 9(05) COMP.
015100       77  WS-MAX-STATIONS             PIC 9(05) COMP VALUE 10000.
015200       77  WS-SAMPLE-CAPACITY          PIC 9(03) COMP VALUE 101.
015300       77  WS-MAX-STATIONS-ED          PIC Z(4)9.
015400       77  WS-RAND-VAL                 USAGE COMP-2.
015500       77  WS-RAND-J                   PIC 9(10) COMP.
015600       77  WS-A-LEFT                   PIC 9(04) COMP.
015700       77  WS-B-LEFT                   PIC 9(04) COMP.
015800       77  WS-A-REMAINING              PIC 9(10) COMP.
015900       77  WS-B-REMAINING              PIC 9(10) COMP.
016000       77  WS-AB-REMAINING             PIC 9(10) COMP.
016100       77  WS-NEW-N                    PIC 9(04) COMP.
016200       77  WS-NEW-TARGET               PIC 9(04) COMP.
016300       77  WS-SAMPLE-I                 PIC 9(04) COMP.
016400       77  WS-TAKE-FROM                PIC X(01).
016500           88  WS-TAKE-FROM-A           VALUE 'A'.
016600           88  WS-TAKE-FROM-B           VALUE 'B'.
016700       77  WS-RUN-START-DATE           PIC X(08).
016800       77  WS-RUN-START-TIME           PIC X(08).
016900       77  WS-REG-EOF-FLAG             PIC X(01) VALUE SPACE.
017000           88  WS-REG-EOF               VALUE 'Y'.
017100       77  WS-REG-FOUND-FLAG           PIC X(01) VALUE SPACE.
017200           88  WS-REG-FOUND             VALUE 'Y'.
017300       77  WS-REG-WORK                 PIC X(220).
017400       77  WS-REG-DATE                 PIC X(08).
017420       77  WS-REG-SOURCE               PIC X(30).
017440       77  WS-FEED-DATE                PIC X(08).
017460       77  WS-FEED-SOURCE              PIC X(30).
017500       77  WS-BALANCE-REASON           PIC X(30).
017600       77  WS-SAMPLE-N                 PIC 9(04) COMP.
017700       77  WS-SORT-I                   PIC 9(04) COMP.
017800       77  WS-SORT-J                   PIC 9(04) COMP.
017900       77  WS-SWAP-TEMP                PIC S9(4)V9(2) COMP-3.
018000       77  WS-MEDIAN-IDX               PIC 9(04) COMP.
018100       77  WS-P90-IDX                  PIC 9(04) COMP.
018200*
018300       LINKAGE SECTION.
018400       01  LK-FILE-NAME                 PIC X(200).
018500       01  LK-REJECT-FILE-NAME          PIC X(200).
018600       01  LK-CHECKPOINT-FILE-NAME      PIC X(200).
018700       01  LK-MASTER-FILE-NAME          PIC X(200).
018800       01  LK-EXCEPTION-FILE-NAME       PIC X(200).
018900       01  LK-STATION-TABLE.
019000           COPY STATTBL.
019100       01  LK-CONTROL-TOTALS.
019200           05  LK-LINES-READ            PIC 9(10) COMP.
019300           05  LK-READINGS-COUNTED      PIC 9(10) COMP.
019400           05  LK-REJECT-COUNT          PIC 9(10) COMP.
019500           05  LK-EXCEPTION-COUNT       PIC 9(10) COMP.
019600           05  LK-STATION-COUNT         PIC 9(05) COMP.
019700           05  LK-OVERFLOW-FLAG         PIC X(01).
019800               88  LK-OVERFLOWED        VALUE 'Y'.
019900           05  LK-IO-ERROR-FLAG         PIC X(01).
020000               88  LK-IO-ERROR          VALUE 'Y'.
020100           05  LK-BALANCE-ERROR-FLAG    PIC X(01).
020200               88  LK-BALANCE-ERROR     VALUE 'Y'.
020300           05  LK-ALREADY-DONE-FLAG     PIC X(01).
020400               88  LK-ALREADY-DONE      VALUE 'Y'.
020500           05  LK-HEADER-DATE           PIC X(08).
020600       01  LK-RUN-TUNABLES.
020700           05  LK-CKPT-INTERVAL         PIC 9(03) COMP.
020800           05  LK-SAMPLE-CAPACITY       PIC 9(03) COMP.
020900           05  LK-MAX-STATIONS          PIC 9(05) COMP.
021000           05  LK-EXPECTED-DATE         PIC X(08).
021100           05  LK-FORCE-FLAG            PIC X(01).
021200               88  LK-FORCED            VALUE 'Y'.
021300           05  LK-PARTITION-MODE        PIC X(01).
021400           05  LK-PARTITION-SOURCE      PIC X(30).
021500*
021600       PROCEDURE DIVISION USING LK-FILE-NAME, LK-REJECT-FILE-NAME,
021700               LK-CHECKPOINT-FILE-NAME, LK-MASTER-FILE-NAME,
021800               LK-EXCEPTION-FILE-NAME, LK-STATION-TABLE,
021900               LK-CONTROL-TOTALS, LK-RUN-TUNABLES.
022000*
022100******************************************************************
022200*    0000-MAINLINE
022300******************************************************************
022400       0000-MAINLINE.
022500           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
022600           PERFORM 2400-CHECK-REGISTER THRU
022700               2400-CHECK-REGISTER-EXIT
022800           PERFORM 2500-READ-MANIFEST THRU 2500-READ-MANIFEST-EXIT
022900           PERFORM 3000-MERGE-PARTITIONS THRU
023000               3000-MERGE-PARTITIONS-EXIT
023100           PERFORM 4000-COLLECT-REJECTS THRU
023200               4000-COLLECT-REJECTS-EXIT
023300           IF NOT LK-OVERFLOWED AND NOT LK-BALANCE-ERROR
023400               AND NOT LK-IO-ERROR
023500               PERFORM 5000-FINALIZE THRU 5000-FINALIZE-EXIT
023600           END-IF
023700           GO TO 9999-EXIT.
023800*
023900******************************************************************
024000*    1000-INITIALIZE
024100*    THE SAMPLE CAPACITY AND MAX STATIONS TUNABLES ARE APPLIED
024200*    AS STATION-AGG APPLIES THEM; THE MERGED SAMPLE IS DRAWN TO
024300*    THE CAPACITY IN FORCE HERE.
024400******************************************************************
024500       1000-INITIALIZE.
024600           MOVE LK-FILE-NAME TO WS-MEASUREMENTS-FILE-NAME
024700           MOVE SPACE TO LK-OVERFLOW-FLAG
024800           MOVE SPACE TO LK-IO-ERROR-FLAG
024900           MOVE SPACE TO LK-BALANCE-ERROR-FLAG
025000           MOVE SPACE TO LK-ALREADY-DONE-FLAG
025100           MOVE SPACES TO LK-HEADER-DATE
025150           MOVE SPACES TO WS-FEED-DATE, WS-FEED-SOURCE
025200           MOVE ZERO TO LK-LINES-READ, LK-READINGS-COUNTED,
025300               LK-REJECT-COUNT, LK-EXCEPTION-COUNT,
025400               LK-STATION-COUNT, WS-PART-COUNT
025500           MOVE 'N' TO WS-MANIFEST-READ-FLAG
025600           INITIALIZE LK-STATION-TABLE
025700           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
025800           ACCEPT WS-RUN-START-TIME FROM TIME
025900           MOVE 101 TO WS-SAMPLE-CAPACITY
026000           MOVE 10000 TO WS-MAX-STATIONS
026100           IF LK-SAMPLE-CAPACITY NOT = ZERO
026200               IF LK-SAMPLE-CAPACITY > 101
026300                   MOVE 101 TO WS-SAMPLE-CAPACITY
026400               ELSE
026500                   MOVE LK-SAMPLE-CAPACITY TO
026600                       WS-SAMPLE-CAPACITY
026700               END-IF
026800           END-IF
026900           IF LK-MAX-STATIONS NOT = ZERO
027000               IF LK-MAX-STATIONS > 10000
027100                   MOVE 10000 TO WS-MAX-STATIONS
027200               ELSE
027300                   MOVE LK-MAX-STATIONS TO WS-MAX-STATIONS
027400               END-IF
027500           END-IF
027600           MOVE SPACES TO WS-MANIFEST-FILE-NAME
027700           STRING FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
027800                   DELIMITED BY SIZE
027900               '.parts' DELIMITED BY SIZE
028000               INTO WS-MANIFEST-FILE-NAME
028100           END-STRING
028200           COMPUTE WS-RAND-VAL = FUNCTION RANDOM(1).
028300       1000-INITIALIZE-EXIT.
028400           EXIT.
028500*
028600******************************************************************
028700*    2400-CHECK-REGISTER
028800*    THE SAME RULE AS STATION-AGG: A FILE ALREADY ON THE
028900*    PROCESSED-FILE REGISTER IS REFUSED UNLESS FORCED.  RUNS
029000*    BEFORE ANYTHING IS WRITTEN, SO A REFUSED RERUN LEAVES THE
029100*    PRIOR RUN'S REJECT AND EXCEPTION FILES ALONE.
029200******************************************************************
029300       2400-CHECK-REGISTER.
029400           IF LK-FORCED
029500               GO TO 2400-CHECK-REGISTER-EXIT
029600           END-IF
029700           OPEN INPUT REGISTER-FILE
029800           IF WS-REGISTER-STATUS NOT = '00'
029900               GO TO 2400-CHECK-REGISTER-EXIT
030000           END-IF
030100           MOVE SPACE TO WS-REG-EOF-FLAG
030200           MOVE SPACE TO WS-REG-FOUND-FLAG
030300           PERFORM 2410-READ-ONE-REGISTER THRU
030400               2410-READ-ONE-REGISTER-EXIT
030500               UNTIL WS-REG-EOF OR WS-REG-FOUND
030600           CLOSE REGISTER-FILE
030700           IF WS-REG-FOUND
030800               DISPLAY 'STATION-MERGE: '
030900                 FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
031000                 ' IS ALREADY ON THE PROCESSED-FILE REGISTER'
031100               DISPLAY 'STATION-MERGE: RERUN REFUSED - SUPPLY '
031200                   'THE FORCE FLAG TO REPROCESS IT'
031300               MOVE 'Y' TO LK-ALREADY-DONE-FLAG
031400               GO TO 9999-EXIT
031500           END-IF.
031600       2400-CHECK-REGISTER-EXIT.
031700           EXIT.
031800*
031900******************************************************************
032000*    2410-READ-ONE-REGISTER
032020*    THE MATCHED ENTRY'S DATE AND SOURCE GO ON THE DUPE
032040*    RUN-AUDIT RECORD -- THE MANIFEST IS NEVER READ.
032100******************************************************************
032200       2410-READ-ONE-REGISTER.
032300           READ REGISTER-FILE
032400               AT END
032500                   SET WS-REG-EOF TO TRUE
032600               NOT AT END
032700                   MOVE SPACES TO WS-REG-WORK, WS-REG-SOURCE
032800                   UNSTRING REGISTER-REC DELIMITED BY ';'
032900                       INTO WS-REG-DATE, WS-REG-WORK,
032950                           WS-REG-SOURCE
033000                   END-UNSTRING
033100                   IF WS-REG-WORK =
033200                       FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
033300                       SET WS-REG-FOUND TO TRUE
033320                       MOVE WS-REG-DATE TO WS-FEED-DATE
033340                       MOVE WS-REG-SOURCE TO WS-FEED-SOURCE
033400                   END-IF
033500           END-READ.
033600       2410-READ-ONE-REGISTER-EXIT.
033700           EXIT.
033800*
033900******************************************************************
034000*    2500-READ-MANIFEST
034100******************************************************************
034200       2500-READ-MANIFEST.
034300           OPEN INPUT MANIFEST-FILE
034400           IF WS-MANIFEST-STATUS NOT = '00'
034500               DISPLAY 'STATION-MERGE: NO PARTITION MANIFEST '
034600                   FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
034700                   ', STATUS=' WS-MANIFEST-STATUS
034800               MOVE 'Y' TO LK-IO-ERROR-FLAG
034900               GO TO 9999-EXIT
035000           END-IF
035100           READ MANIFEST-FILE INTO PRM-RECORD
035200               AT END
035300                   DISPLAY 'STATION-MERGE: PARTITION MANIFEST '
035400                       'IS EMPTY'
035500                   MOVE 'Y' TO LK-IO-ERROR-FLAG
035600                   CLOSE MANIFEST-FILE
035700                   GO TO 9999-EXIT
035800           END-READ
035900           CLOSE MANIFEST-FILE
036000           MOVE 'Y' TO WS-MANIFEST-READ-FLAG
036100           MOVE PRM-PART-COUNT TO WS-PART-COUNT
036200           IF PRM-HEADER-SEEN = 'Y'
036300               MOVE PRM-HDR-DATE TO LK-HEADER-DATE
036320               MOVE PRM-HDR-DATE TO WS-FEED-DATE
036340               MOVE PRM-HDR-SOURCE TO WS-FEED-SOURCE
036400           END-IF.
036500       2500-READ-MANIFEST-EXIT.
036600           EXIT.
036700*
036800******************************************************************
036900*    3000-MERGE-PARTITIONS
037000*    STOPS AT THE FIRST PARTITION THAT CANNOT BE USED.  THE
037100*    WHOLE-FILE BALANCING CHECKS (3400) RUN ONLY WHEN EVERY
037200*    PARTITION MERGED.
037300******************************************************************
037400       3000-MERGE-PARTITIONS.
037500           PERFORM 3100-MERGE-ONE-PARTITION THRU
037600               3100-MERGE-ONE-PARTITION-EXIT
037700               VARYING WS-PART-SEQ FROM 1 BY 1
037800               UNTIL WS-PART-SEQ > WS-PART-COUNT
037900               OR LK-OVERFLOWED OR LK-IO-ERROR OR LK-BALANCE-ERROR
038000           IF NOT LK-OVERFLOWED AND NOT LK-IO-ERROR
038100               AND NOT LK-BALANCE-ERROR
038200               PERFORM 3400-VERIFY-WHOLE-FILE THRU
038300                   3400-VERIFY-WHOLE-FILE-EXIT
038400           END-IF.
038500       3000-MERGE-PARTITIONS-EXIT.
038600           EXIT.
038700*
038800******************************************************************
038900*    3100-MERGE-ONE-PARTITION
039000*    THE PARTITION'S TABLE WAS NAME-SORTED BY STATION-AGG, WHICH
039100*    LEAVES ITS EMPTY SLOTS AT THE FRONT, SO EVERY SLOT IS
039200*    VISITED AND THE BLANK ONES PASSED OVER.
039300******************************************************************
039400       3100-MERGE-ONE-PARTITION.
039500           MOVE SPACES TO WS-RESULT-FILE-NAME
039600           STRING FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
039700                   DELIMITED BY SIZE
039800               '.p' DELIMITED BY SIZE
039900               WS-PART-SEQ DELIMITED BY SIZE
040000               '.tbl' DELIMITED BY SIZE
040100               INTO WS-RESULT-FILE-NAME
040200           END-STRING
040300           OPEN INPUT RESULT-FILE
040400           IF WS-RESULT-STATUS NOT = '00'
040500               DISPLAY 'STATION-MERGE: PARTITION ' WS-PART-SEQ
040600                   ' HAS NOT BEEN AGGREGATED (NO '
040700                   FUNCTION TRIM(WS-RESULT-FILE-NAME) ')'
040800               MOVE 'Y' TO LK-IO-ERROR-FLAG
040900               GO TO 3100-MERGE-ONE-PARTITION-EXIT
041000           END-IF
041100           READ RESULT-FILE
041200               AT END
041300                   DISPLAY 'STATION-MERGE: PARTITION ' WS-PART-SEQ
041400                       ' RESULT FILE IS EMPTY'
041500                   MOVE 'Y' TO LK-IO-ERROR-FLAG
041600                   CLOSE RESULT-FILE
041700                   GO TO 3100-MERGE-ONE-PARTITION-EXIT
041800           END-READ
041900           PERFORM 3150-USE-PARTITION-RESULT THRU
042000               3150-USE-PARTITION-RESULT-EXIT
042100           CLOSE RESULT-FILE.
042200       3100-MERGE-ONE-PARTITION-EXIT.
042300           EXIT.
042400*
042500******************************************************************
042600*    3150-USE-PARTITION-RESULT
042700*    PERFORMED WHILE THE RESULT FILE IS STILL OPEN, SINCE THE
042800*    PARTITION'S TABLE IS USED IN PLACE IN THE RECORD AREA.
042900******************************************************************
043000       3150-USE-PARTITION-RESULT.
043100           IF PRT-SPLIT-DATE NOT = PRM-SPLIT-DATE
043200               OR PRT-SPLIT-TIME NOT = PRM-SPLIT-TIME
043300               DISPLAY 'STATION-MERGE: PARTITION ' WS-PART-SEQ
043400                   ' RESULT IS FROM AN EARLIER SPLIT - RERUN '
043500                   'PARTITION-AGG'
043600               MOVE 'Y' TO LK-IO-ERROR-FLAG
043700               GO TO 3150-USE-PARTITION-RESULT-EXIT
043800           END-IF
043900           ADD PRT-LINES-READ TO LK-LINES-READ
044000           ADD PRT-READINGS-COUNTED TO LK-READINGS-COUNTED
044100           ADD PRT-REJECT-COUNT TO LK-REJECT-COUNT
044200           ADD PRT-EXCEPTION-COUNT TO LK-EXCEPTION-COUNT
044300           EVALUATE PRT-STATUS
044400               WHEN 'OK'
044500                   CONTINUE
044600               WHEN 'OVFL'
044700                   MOVE 'Y' TO LK-OVERFLOW-FLAG
044800                   DISPLAY 'STATION-MERGE: PARTITION ' WS-PART-SEQ
044900                       ' OVERFLOWED THE STATION TABLE'
045000                   GO TO 3150-USE-PARTITION-RESULT-EXIT
045100               WHEN 'BALE'
045200                   MOVE 'PARTITION REFUSED' TO WS-BALANCE-REASON
045300                   PERFORM 9200-BALANCE-ERROR THRU
045400                       9200-BALANCE-ERROR-EXIT
045500                   GO TO 3150-USE-PARTITION-RESULT-EXIT
045600               WHEN OTHER
045700                   DISPLAY 'STATION-MERGE: PARTITION ' WS-PART-SEQ
045800                       ' ENDED ' PRT-STATUS
045900                   MOVE 'Y' TO LK-IO-ERROR-FLAG
046000                   GO TO 3150-USE-PARTITION-RESULT-EXIT
046100           END-EVALUATE
046200           PERFORM 3200-MERGE-ONE-STATION THRU
046300               3200-MERGE-ONE-STATION-EXIT
046400               VARYING PRT-STA-IDX FROM 1 BY 1
046500               UNTIL PRT-STA-IDX > 10000 OR LK-OVERFLOWED.
046600       3150-USE-PARTITION-RESULT-EXIT.
046700           EXIT.
046800*
046900******************************************************************
047000*    3200-MERGE-ONE-STATION
047100*    LOOKS THE PARTITION'S STATION UP IN THE DAY'S TABLE THROUGH
047200*    THE CHAINED HASH (SAME HASH AS STATION-AGG) AND EITHER
047300*    ADDS IT OR COMBINES IT WITH THE ENTRY ALREADY THERE.
047400******************************************************************
047500       3200-MERGE-ONE-STATION.
047600           IF PRT-STA-NAME(PRT-STA-IDX) = SPACES
047700               GO TO 3200-MERGE-ONE-STATION-EXIT
047800           END-IF
047900           MOVE PRT-STA-NAME(PRT-STA-IDX) TO STATION-NAME
048000           PERFORM 3510-COMPUTE-HASH THRU 3510-COMPUTE-HASH-EXIT
048100           MOVE HASH-BUCKET(WS-BUCKET) TO WS-CHAIN-IDX
048200           MOVE ZERO TO WS-FOUND-IDX
048300           PERFORM 3520-WALK-CHAIN THRU 3520-WALK-CHAIN-EXIT
048400               UNTIL WS-CHAIN-IDX = ZERO OR WS-FOUND-IDX NOT =
048500                   ZERO
048600           IF WS-FOUND-IDX = ZERO
048700               IF STA-LAST-IDX NOT < WS-MAX-STATIONS
048800                   PERFORM 9100-TABLE-OVERFLOW-ERROR THRU
048900                       9100-TABLE-OVERFLOW-ERROR-EXIT
049000               ELSE
049100                   PERFORM 3530-INSERT-NEW-STATION THRU
049200                       3530-INSERT-NEW-STATION-EXIT
049300               END-IF
049400           ELSE
049500               PERFORM 3540-COMBINE-INTO-STATION THRU
049600                   3540-COMBINE-INTO-STATION-EXIT
049700           END-IF.
049800       3200-MERGE-ONE-STATION-EXIT.
049900           EXIT.
050000*
050100******************************************************************
050200*    3300-MERGE-SAMPLES
050300*    A = THE DAY'S TABLE ENTRY SO FAR, B = THE INCOMING
050400*    PARTITION'S ENTRY.  WHEN BOTH SAMPLES FIT TOGETHER THEY
050500*    ARE CONCATENATED.  OTHERWISE WS-SAMPLE-CAPACITY READINGS
050600*    ARE DRAWN WITHOUT REPLACEMENT: EACH DRAW COMES FROM A WITH
050700*    PROBABILITY (READINGS A STILL STANDS FOR) / (READINGS A
050800*    AND B STILL STAND FOR), AND WITHIN A SIDE A SAMPLE READING
050900*    NOT YET TAKEN IS PICKED AT RANDOM.  A SIDE WHOSE SAMPLE IS
051000*    USED UP LEAVES THE REST OF THE DRAW TO THE OTHER.
051100*    STA-TEMP-COUNT STILL HOLDS A'S COUNT ON ENTRY.
051200******************************************************************
051300       3300-MERGE-SAMPLES.
051400           MOVE STA-SAMPLE-COUNT(WS-FOUND-IDX) TO WS-A-LEFT
051500           MOVE PRT-STA-SAMPLE-COUNT(PRT-STA-IDX) TO WS-B-LEFT
051600           IF WS-A-LEFT + WS-B-LEFT NOT > WS-SAMPLE-CAPACITY
051700               PERFORM VARYING WS-SAMPLE-I FROM 1 BY 1
051800                   UNTIL WS-SAMPLE-I > WS-B-LEFT
051900                   MOVE PRT-STA-SAMPLE(PRT-STA-IDX, WS-SAMPLE-I)
052000                       TO STA-SAMPLE(WS-FOUND-IDX,
052100                       WS-A-LEFT + WS-SAMPLE-I)
052200               END-PERFORM
052300               ADD WS-B-LEFT TO STA-SAMPLE-COUNT(WS-FOUND-IDX)
052400               GO TO 3300-MERGE-SAMPLES-EXIT
052500           END-IF
052600           PERFORM VARYING WS-SAMPLE-I FROM 1 BY 1
052700               UNTIL WS-SAMPLE-I > WS-A-LEFT
052800               MOVE STA-SAMPLE(WS-FOUND-IDX, WS-SAMPLE-I) TO
052900                   MRG-A-SAMPLE(WS-SAMPLE-I)
053000           END-PERFORM
053100           PERFORM VARYING WS-SAMPLE-I FROM 1 BY 1
053200               UNTIL WS-SAMPLE-I > WS-B-LEFT
053300               MOVE PRT-STA-SAMPLE(PRT-STA-IDX, WS-SAMPLE-I) TO
053400                   MRG-B-SAMPLE(WS-SAMPLE-I)
053500           END-PERFORM
053600           MOVE STA-TEMP-COUNT(WS-FOUND-IDX) TO WS-A-REMAINING
053700           MOVE PRT-STA-TEMP-COUNT(PRT-STA-IDX) TO WS-B-REMAINING
053800           MOVE ZERO TO WS-NEW-N
053900           MOVE WS-SAMPLE-CAPACITY TO WS-NEW-TARGET
054000           PERFORM 3310-DRAW-ONE-READING THRU
054100               3310-DRAW-ONE-READING-EXIT
054200               UNTIL WS-NEW-N NOT < WS-NEW-TARGET
054300           PERFORM VARYING WS-SAMPLE-I FROM 1 BY 1
054400               UNTIL WS-SAMPLE-I > WS-NEW-N
054500               MOVE MRG-NEW-SAMPLE(WS-SAMPLE-I) TO
054600                   STA-SAMPLE(WS-FOUND-IDX, WS-SAMPLE-I)
054700           END-PERFORM
054800           MOVE WS-NEW-N TO STA-SAMPLE-COUNT(WS-FOUND-IDX).
054900       3300-MERGE-SAMPLES-EXIT.
055000           EXIT.
055100*
055200******************************************************************
055300*    3310-DRAW-ONE-READING
055400*    A PICKED READING IS REMOVED FROM ITS SIDE BY MOVING THAT
055500*    SIDE'S LAST UNTAKEN READING INTO ITS SLOT.
055600******************************************************************
055700       3310-DRAW-ONE-READING.
055800           EVALUATE TRUE
055900               WHEN WS-A-LEFT = ZERO
056000                   SET WS-TAKE-FROM-B TO TRUE
056100               WHEN WS-B-LEFT = ZERO
056200                   SET WS-TAKE-FROM-A TO TRUE
056300               WHEN OTHER
056400                   COMPUTE WS-AB-REMAINING =
056500                       WS-A-REMAINING + WS-B-REMAINING
056600                   COMPUTE WS-RAND-VAL = FUNCTION RANDOM
056700                   IF WS-RAND-VAL * WS-AB-REMAINING <
056800                       WS-A-REMAINING
056900                       SET WS-TAKE-FROM-A TO TRUE
057000                   ELSE
057100                       SET WS-TAKE-FROM-B TO TRUE
057200                   END-IF
057300           END-EVALUATE
057400           COMPUTE WS-RAND-VAL = FUNCTION RANDOM
057500           ADD 1 TO WS-NEW-N
057600           IF WS-TAKE-FROM-A
057700               COMPUTE WS-RAND-J = (WS-RAND-VAL * WS-A-LEFT) + 1
057800               MOVE MRG-A-SAMPLE(WS-RAND-J) TO
057900                   MRG-NEW-SAMPLE(WS-NEW-N)
058000               MOVE MRG-A-SAMPLE(WS-A-LEFT) TO
058100                   MRG-A-SAMPLE(WS-RAND-J)
058200               SUBTRACT 1 FROM WS-A-LEFT
058300               IF WS-A-REMAINING > ZERO
058400                   SUBTRACT 1 FROM WS-A-REMAINING
058500               END-IF
058600           ELSE
058700               COMPUTE WS-RAND-J = (WS-RAND-VAL * WS-B-LEFT) + 1
058800               MOVE MRG-B-SAMPLE(WS-RAND-J) TO
058900                   MRG-NEW-SAMPLE(WS-NEW-N)
059000               MOVE MRG-B-SAMPLE(WS-B-LEFT) TO
059100                   MRG-B-SAMPLE(WS-RAND-J)
059200               SUBTRACT 1 FROM WS-B-LEFT
059300               IF WS-B-REMAINING > ZERO
059400                   SUBTRACT 1 FROM WS-B-REMAINING
059500               END-IF
059600           END-IF.
059700       3310-DRAW-ONE-READING-EXIT.
059800           EXIT.
059900*
060000******************************************************************
060100*    3400-VERIFY-WHOLE-FILE
060200*    STATION-AGG'S END-OF-FILE BALANCING, MADE HERE OVER THE
060300*    WHOLE FILE: ONE HEADER, ONE TRAILER, AND THE TRAILER COUNT
060400*    EQUAL TO THE DATA LINES READ ACROSS EVERY PARTITION; PLUS
060500*    THE HEADER DATE AGAINST THE CALLER'S EXPECTED DATE, WHICH
060600*    THE PARTITIONS THEMSELVES WERE CHECKED AGAINST THE
060700*    MANIFEST'S OWN DATE ONLY.
060800******************************************************************
060900       3400-VERIFY-WHOLE-FILE.
061000           IF PRM-HEADER-SEEN NOT = 'Y'
061100               MOVE 'MISSING HEADER RECORD' TO
061200                   WS-BALANCE-REASON
061300               PERFORM 9200-BALANCE-ERROR THRU
061400                   9200-BALANCE-ERROR-EXIT
061500               GO TO 3400-VERIFY-WHOLE-FILE-EXIT
061600           END-IF
061700           IF LK-EXPECTED-DATE NOT = SPACES AND
061800               PRM-HDR-DATE NOT = LK-EXPECTED-DATE
061900               MOVE 'HEADER DATE MISMATCH' TO
062000                   WS-BALANCE-REASON
062100               PERFORM 9200-BALANCE-ERROR THRU
062200                   9200-BALANCE-ERROR-EXIT
062300               GO TO 3400-VERIFY-WHOLE-FILE-EXIT
062400           END-IF
062500           IF PRM-TRAILER-SEEN NOT = 'Y'
062600               MOVE 'MISSING TRAILER RECORD' TO
062700                   WS-BALANCE-REASON
062800               PERFORM 9200-BALANCE-ERROR THRU
062900                   9200-BALANCE-ERROR-EXIT
063000               GO TO 3400-VERIFY-WHOLE-FILE-EXIT
063100           END-IF
063200           IF PRM-TRAILER-COUNT NOT = LK-LINES-READ
063300               MOVE 'TRAILER COUNT MISMATCH' TO
063400                   WS-BALANCE-REASON
063500               PERFORM 9200-BALANCE-ERROR THRU
063600                   9200-BALANCE-ERROR-EXIT
063700           END-IF.
063800       3400-VERIFY-WHOLE-FILE-EXIT.
063900           EXIT.
064000*
064100******************************************************************
064200*    3510-COMPUTE-HASH
064300******************************************************************
064400       3510-COMPUTE-HASH.
064500           MOVE ZERO TO WS-HASH-SUM
064600           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
064700               UNTIL WS-CHAR-IDX > 100
064800               PERFORM 3511-ADD-NAME-BYTE THRU
064900                   3511-ADD-NAME-BYTE-EXIT
065000           END-PERFORM
065100           DIVIDE WS-HASH-SUM BY WS-HASH-BUCKET-COUNT GIVING
065200               WS-HASH-QUOT REMAINDER WS-HASH-REM
065300           COMPUTE WS-BUCKET = WS-HASH-REM + 1.
065400       3510-COMPUTE-HASH-EXIT.
065500           EXIT.
065600*
065700******************************************************************
065800*    3511-ADD-NAME-BYTE
065900******************************************************************
066000       3511-ADD-NAME-BYTE.
066100           COMPUTE WS-HASH-SUM = WS-HASH-SUM +
066200               FUNCTION ORD(WS-NAME-BYTES(WS-CHAR-IDX)).
066300       3511-ADD-NAME-BYTE-EXIT.
066400           EXIT.
066500*
066600******************************************************************
066700*    3520-WALK-CHAIN
066800******************************************************************
066900       3520-WALK-CHAIN.
067000           IF STA-NAME(WS-CHAIN-IDX) = STATION-NAME
067100               MOVE WS-CHAIN-IDX TO WS-FOUND-IDX
067200           ELSE
067300               MOVE STA-HASH-NEXT(WS-CHAIN-IDX) TO WS-CHAIN-IDX
067400           END-IF.
067500       3520-WALK-CHAIN-EXIT.
067600           EXIT.
067700*
067800******************************************************************
067900*    3530-INSERT-NEW-STATION
068000*    A STATION FIRST SEEN IN THIS PARTITION IS TAKEN OVER AS
068100*    IT STANDS, SAMPLE AND ALL (CUT DOWN TO THE CAPACITY IN
068200*    FORCE HERE IF THAT IS SMALLER).
068300******************************************************************
068400       3530-INSERT-NEW-STATION.
068500           ADD 1 TO STA-LAST-IDX
068600           MOVE STA-LAST-IDX TO WS-FOUND-IDX
068700           MOVE STATION-NAME TO STA-NAME(WS-FOUND-IDX)
068800           MOVE PRT-STA-REGION(PRT-STA-IDX) TO
068900               STA-REGION(WS-FOUND-IDX)
069000           MOVE PRT-STA-MIN-TEMP(PRT-STA-IDX) TO
069100               STA-MIN-TEMP(WS-FOUND-IDX)
069200           MOVE PRT-STA-MAX-TEMP(PRT-STA-IDX) TO
069300               STA-MAX-TEMP(WS-FOUND-IDX)
069400           MOVE PRT-STA-TOTAL(PRT-STA-IDX) TO
069500               STA-TOTAL(WS-FOUND-IDX)
069600           MOVE PRT-STA-TEMP-COUNT(PRT-STA-IDX) TO
069700               STA-TEMP-COUNT(WS-FOUND-IDX)
069800           MOVE PRT-STA-SAMPLE-COUNT(PRT-STA-IDX) TO WS-SAMPLE-N
069900           IF WS-SAMPLE-N > WS-SAMPLE-CAPACITY
070000               MOVE WS-SAMPLE-CAPACITY TO WS-SAMPLE-N
070100           END-IF
070200           MOVE WS-SAMPLE-N TO STA-SAMPLE-COUNT(WS-FOUND-IDX)
070300           PERFORM VARYING WS-SAMPLE-I FROM 1 BY 1
070400               UNTIL WS-SAMPLE-I > WS-SAMPLE-N
070500               MOVE PRT-STA-SAMPLE(PRT-STA-IDX, WS-SAMPLE-I) TO
070600                   STA-SAMPLE(WS-FOUND-IDX, WS-SAMPLE-I)
070700           END-PERFORM
070800           MOVE ZERO TO STA-HASH-NEXT(WS-FOUND-IDX)
070900           IF HASH-BUCKET(WS-BUCKET) NOT = ZERO
071000               MOVE HASH-BUCKET(WS-BUCKET) TO
071100                   STA-HASH-NEXT(WS-FOUND-IDX)
071200           END-IF
071300           MOVE WS-FOUND-IDX TO HASH-BUCKET(WS-BUCKET).
071400       3530-INSERT-NEW-STATION-EXIT.
071500           EXIT.
071600*
071700******************************************************************
071800*    3540-COMBINE-INTO-STATION
071900******************************************************************
072000       3540-COMBINE-INTO-STATION.
072100           IF PRT-STA-MIN-TEMP(PRT-STA-IDX) <
072200               STA-MIN-TEMP(WS-FOUND-IDX)
072300               MOVE PRT-STA-MIN-TEMP(PRT-STA-IDX) TO
072400                   STA-MIN-TEMP(WS-FOUND-IDX)
072500           END-IF
072600           IF PRT-STA-MAX-TEMP(PRT-STA-IDX) >
072700               STA-MAX-TEMP(WS-FOUND-IDX)
072800               MOVE PRT-STA-MAX-TEMP(PRT-STA-IDX) TO
072900                   STA-MAX-TEMP(WS-FOUND-IDX)
073000           END-IF
073100           ADD PRT-STA-TOTAL(PRT-STA-IDX) TO
073200               STA-TOTAL(WS-FOUND-IDX)
073300           PERFORM 3300-MERGE-SAMPLES THRU 3300-MERGE-SAMPLES-EXIT
073400           ADD PRT-STA-TEMP-COUNT(PRT-STA-IDX) TO
073500               STA-TEMP-COUNT(WS-FOUND-IDX).
073600       3540-COMBINE-INTO-STATION-EXIT.
073700           EXIT.
073800*
073900******************************************************************
074000*    4000-COLLECT-REJECTS
074100*    GATHERS THE PARTITIONS' REJECT AND EXCEPTION LINES INTO
074200*    THE CALLER'S FILES, IN PARTITION ORDER.  SKIPPED WHEN THE
074300*    MANIFEST COULD NOT BE READ.  A PARTITION FILE THAT IS NOT
074400*    THERE (A PARTITION NEVER RUN) IS PASSED OVER.
074500******************************************************************
074600       4000-COLLECT-REJECTS.
074700           IF NOT WS-MANIFEST-READ
074800               GO TO 4000-COLLECT-REJECTS-EXIT
074900           END-IF
075000           MOVE LK-REJECT-FILE-NAME TO WS-COLLECT-FILE-NAME
075100           MOVE '.rej' TO WS-COLLECT-SUFFIX
075200           PERFORM 4100-COLLECT-ONE-KIND THRU
075300               4100-COLLECT-ONE-KIND-EXIT
075400           MOVE LK-EXCEPTION-FILE-NAME TO WS-COLLECT-FILE-NAME
075500           MOVE '.exc' TO WS-COLLECT-SUFFIX
075600           PERFORM 4100-COLLECT-ONE-KIND THRU
075700               4100-COLLECT-ONE-KIND-EXIT.
075800       4000-COLLECT-REJECTS-EXIT.
075900           EXIT.
076000*
076100******************************************************************
076200*    4100-COLLECT-ONE-KIND
076300******************************************************************
076400       4100-COLLECT-ONE-KIND.
076500           OPEN OUTPUT COLLECT-FILE
076600           IF WS-COLLECT-STATUS NOT = '00'
076700               DISPLAY 'STATION-MERGE: ERROR OPENING '
076800                   FUNCTION TRIM(WS-COLLECT-FILE-NAME)
076900                   ', STATUS=' WS-COLLECT-STATUS
077000               MOVE 'Y' TO LK-IO-ERROR-FLAG
077100               GO TO 4100-COLLECT-ONE-KIND-EXIT
077200           END-IF
077300           PERFORM 4200-COLLECT-ONE-PIECE THRU
077400               4200-COLLECT-ONE-PIECE-EXIT
077500               VARYING WS-PART-SEQ FROM 1 BY 1
077600               UNTIL WS-PART-SEQ > WS-PART-COUNT
077700           CLOSE COLLECT-FILE.
077800       4100-COLLECT-ONE-KIND-EXIT.
077900           EXIT.
078000*
078100******************************************************************
078200*    4200-COLLECT-ONE-PIECE
078300******************************************************************
078400       4200-COLLECT-ONE-PIECE.
078500           MOVE SPACES TO WS-PIECE-FILE-NAME
078600           STRING FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
078700                   DELIMITED BY SIZE
078800               '.p' DELIMITED BY SIZE
078900               WS-PART-SEQ DELIMITED BY SIZE
079000               WS-COLLECT-SUFFIX DELIMITED BY SIZE
079100               INTO WS-PIECE-FILE-NAME
079200           END-STRING
079300           OPEN INPUT PIECE-FILE
079400           IF WS-PIECE-STATUS NOT = '00'
079500               GO TO 4200-COLLECT-ONE-PIECE-EXIT
079600           END-IF
079700           MOVE SPACE TO WS-PIECE-EOF-FLAG
079800           PERFORM 4210-COPY-ONE-LINE THRU 4210-COPY-ONE-LINE-EXIT
079900               UNTIL WS-PIECE-EOF
080000           CLOSE PIECE-FILE.
080100       4200-COLLECT-ONE-PIECE-EXIT.
080200           EXIT.
080300*
080400******************************************************************
080500*    4210-COPY-ONE-LINE
080600******************************************************************
080700       4210-COPY-ONE-LINE.
080800           READ PIECE-FILE
080900               AT END
081000                   SET WS-PIECE-EOF TO TRUE
081100               NOT AT END
081200                   MOVE PIECE-LINE TO COLLECT-LINE
081300                   WRITE COLLECT-LINE
081400           END-READ.
081500       4210-COPY-ONE-LINE-EXIT.
081600           EXIT.
081700*
081800******************************************************************
081900*    5000-FINALIZE
082000*    AS STATION-AGG'S 5000: PERCENTILES FROM THE MERGED SAMPLE,
082100*    THE TABLE INTO STATION-NAME ORDER, AND THE WHOLE FILE ONTO
082200*    THE PROCESSED-FILE REGISTER.
082300******************************************************************
082400       5000-FINALIZE.
082500           MOVE STA-LAST-IDX TO LK-STATION-COUNT
082600           PERFORM VARYING STA-IDX FROM 1 BY 1
082700               UNTIL STA-IDX > STA-LAST-IDX
082800               PERFORM 5100-COMPUTE-PERCENTILES THRU
082900                   5100-COMPUTE-PERCENTILES-EXIT
083000           END-PERFORM
083100           SORT STATION-ENTRY ASCENDING STA-NAME
083200           PERFORM 5500-RECORD-PROCESSED-FILE THRU
083300               5500-RECORD-PROCESSED-FILE-EXIT.
083400       5000-FINALIZE-EXIT.
083500           EXIT.
083600*
083700******************************************************************
083800*    5100-COMPUTE-PERCENTILES
083900******************************************************************
084000       5100-COMPUTE-PERCENTILES.
084100           MOVE STA-SAMPLE-COUNT(STA-IDX) TO WS-SAMPLE-N
084200           IF WS-SAMPLE-N > 1
084300               MOVE 2 TO WS-SORT-I
084400               PERFORM 5110-INSERTION-OUTER THRU
084500                   5110-INSERTION-OUTER-EXIT
084600                   UNTIL WS-SORT-I > WS-SAMPLE-N
084700           END-IF
084800           COMPUTE WS-MEDIAN-IDX = (WS-SAMPLE-N * 50) / 100
084900           IF WS-MEDIAN-IDX < 1
085000               MOVE 1 TO WS-MEDIAN-IDX
085100           END-IF
085200           COMPUTE WS-P90-IDX = (WS-SAMPLE-N * 90) / 100
085300           IF WS-P90-IDX < 1
085400               MOVE 1 TO WS-P90-IDX
085500           END-IF
085600           IF WS-P90-IDX > WS-SAMPLE-N
085700               MOVE WS-SAMPLE-N TO WS-P90-IDX
085800           END-IF
085900           MOVE STA-SAMPLE(STA-IDX, WS-MEDIAN-IDX) TO
086000               STA-MEDIAN(STA-IDX)
086100           MOVE STA-SAMPLE(STA-IDX, WS-P90-IDX) TO
086200               STA-P90(STA-IDX).
086300       5100-COMPUTE-PERCENTILES-EXIT.
086400           EXIT.
086500*
086600******************************************************************
086700*    5110-INSERTION-OUTER
086800******************************************************************
086900       5110-INSERTION-OUTER.
087000           MOVE STA-SAMPLE(STA-IDX, WS-SORT-I) TO WS-SWAP-TEMP
087100           MOVE WS-SORT-I TO WS-SORT-J
087200           PERFORM 5120-INSERTION-INNER THRU
087300               5120-INSERTION-INNER-EXIT
087400               UNTIL WS-SORT-J < 2 OR NOT
087500               STA-SAMPLE(STA-IDX, WS-SORT-J - 1) > WS-SWAP-TEMP
087600           MOVE WS-SWAP-TEMP TO STA-SAMPLE(STA-IDX, WS-SORT-J)
087700           ADD 1 TO WS-SORT-I.
087800       5110-INSERTION-OUTER-EXIT.
087900           EXIT.
088000*
088100******************************************************************
088200*    5120-INSERTION-INNER
088300******************************************************************
088400       5120-INSERTION-INNER.
088500           MOVE STA-SAMPLE(STA-IDX, WS-SORT-J - 1) TO
088600               STA-SAMPLE(STA-IDX, WS-SORT-J)
088700           SUBTRACT 1 FROM WS-SORT-J.
088800       5120-INSERTION-INNER-EXIT.
088900           EXIT.
089000*
089100******************************************************************
089200*    5500-RECORD-PROCESSED-FILE
089300*    THE WHOLE FILE'S NAME GOES ON THE REGISTER, NOT THE
089400*    PARTITIONS', SO A RERUN OF THE DAY -- SPLIT OR NOT -- IS
089500*    REFUSED THE SAME WAY.
089600******************************************************************
089700       5500-RECORD-PROCESSED-FILE.
089800           OPEN EXTEND REGISTER-FILE
089900           IF WS-REGISTER-STATUS = '35'
090000               OPEN OUTPUT REGISTER-FILE
090100           END-IF
090200           IF WS-REGISTER-STATUS NOT = '00'
090300               DISPLAY 'STATION-MERGE: WARNING - CANNOT OPEN '
090400                   'PROCESSED-FILE REGISTER, STATUS='
090500                   WS-REGISTER-STATUS
090600               GO TO 5500-RECORD-PROCESSED-FILE-EXIT
090700           END-IF
090800           MOVE SPACES TO REGISTER-REC
090900           STRING PRM-HDR-DATE DELIMITED BY SIZE
091000               ';' DELIMITED BY SIZE
091100               FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
091200                   DELIMITED BY SIZE
091220               ';' DELIMITED BY SIZE
091240               FUNCTION TRIM(WS-FEED-SOURCE) DELIMITED BY SIZE
091300               INTO REGISTER-REC
091400           END-STRING
091500           WRITE REGISTER-REC
091600           IF WS-REGISTER-STATUS NOT = '00'
091700               DISPLAY 'STATION-MERGE: WARNING - CANNOT WRITE '
091800                   'PROCESSED-FILE REGISTER, STATUS='
091900                   WS-REGISTER-STATUS
092000           END-IF
092100           CLOSE REGISTER-FILE.
092200       5500-RECORD-PROCESSED-FILE-EXIT.
092300           EXIT.
092400*
092500******************************************************************
092600*    9100-TABLE-OVERFLOW-ERROR
092700******************************************************************
092800       9100-TABLE-OVERFLOW-ERROR.
092900           MOVE 'Y' TO LK-OVERFLOW-FLAG
093000           MOVE STA-LAST-IDX TO LK-STATION-COUNT
093100           MOVE WS-MAX-STATIONS TO WS-MAX-STATIONS-ED
093200           DISPLAY '****************************************'
093300           DISPLAY '* STATION-MERGE - STATIONS TABLE OVERFLOW'
093400           DISPLAY '* THE PARTITIONS TOGETHER HOLD MORE THAN '
093500               WS-MAX-STATIONS-ED
093600           DISPLAY '* DISTINCT STATIONS.  THE MERGE IS STOPPING'
093700           DISPLAY '* SO THE REPORT DOES NOT SILENTLY DROP OR'
093800           DISPLAY '* CORRUPT STATION DATA.'
093900           DISPLAY '****************************************'.
094000       9100-TABLE-OVERFLOW-ERROR-EXIT.
094100           EXIT.
094200*
094300******************************************************************
094400*    9200-BALANCE-ERROR
094500******************************************************************
094600       9200-BALANCE-ERROR.
094700           MOVE 'Y' TO LK-BALANCE-ERROR-FLAG
094800           DISPLAY '****************************************'
094900           DISPLAY '* STATION-MERGE - FILE BALANCING FAILURE'
095000           DISPLAY '* ' WS-BALANCE-REASON
095100           IF WS-PART-SEQ NOT > WS-PART-COUNT
095200               DISPLAY '* PARTITION: ' WS-PART-SEQ
095300           END-IF
095400           DISPLAY '* FILE: '
095500               FUNCTION TRIM(WS-MEASUREMENTS-FILE-NAME)
095600           DISPLAY '* THE FILE WAS REFUSED IN FULL.  NOTHING'
095700           DISPLAY '* FROM IT HAS BEEN PUBLISHED DOWNSTREAM.'
095800           DISPLAY '****************************************'.
095900       9200-BALANCE-ERROR-EXIT.
096000           EXIT.
096100*
096200******************************************************************
096300*    9500-WRITE-RUN-AUDIT
096400*    ONE STATION-AGG RECORD FOR THE WHOLE FILE, AS AN UNSPLIT
096500*    RUN WOULD LEAVE; AUD-CHUNKS CARRIES THE PARTITION COUNT.
096600*    THE PARTITIONS' OWN RECORDS ARE STATION-PART.
096700******************************************************************
096800       9500-WRITE-RUN-AUDIT.
096900           OPEN EXTEND RUN-AUDIT-FILE
097000           IF WS-RUN-AUDIT-STATUS = '35'
097100               OPEN OUTPUT RUN-AUDIT-FILE
097200           END-IF
097300           IF WS-RUN-AUDIT-STATUS NOT = '00'
097400               DISPLAY 'STATION-MERGE: WARNING - CANNOT OPEN '
097500                   'RUN AUDIT FILE, STATUS=' WS-RUN-AUDIT-STATUS
097600               GO TO 9500-WRITE-RUN-AUDIT-EXIT
097700           END-IF
097800           MOVE SPACES TO AUD-RECORD
097900           MOVE 'STATION-AGG' TO AUD-PROGRAM
098000           MOVE WS-MEASUREMENTS-FILE-NAME TO AUD-INPUT-FILE
098100           MOVE WS-RUN-START-DATE TO AUD-START-DATE
098200           MOVE WS-RUN-START-TIME TO AUD-START-TIME
098300           ACCEPT AUD-END-DATE FROM DATE YYYYMMDD
098400           ACCEPT AUD-END-TIME FROM TIME
098500           MOVE WS-PART-COUNT TO AUD-CHUNKS
098600           MOVE LK-LINES-READ TO AUD-LINES-READ
098700           MOVE LK-READINGS-COUNTED TO AUD-READINGS
098800           MOVE LK-REJECT-COUNT TO AUD-REJECTS
098900           MOVE LK-EXCEPTION-COUNT TO AUD-EXCEPTIONS
099000           MOVE LK-STATION-COUNT TO AUD-STATIONS
099100           MOVE 'F' TO AUD-RESTART-IND
099200           EVALUATE TRUE
099300               WHEN LK-OVERFLOWED
099400                   MOVE 'OVFL' TO AUD-STATUS
099500               WHEN LK-IO-ERROR
099600                   MOVE 'IOER' TO AUD-STATUS
099700               WHEN LK-BALANCE-ERROR
099800                   MOVE 'BALE' TO AUD-STATUS
099900               WHEN LK-ALREADY-DONE
100000                   MOVE 'DUPE' TO AUD-STATUS
100100               WHEN OTHER
100200                   MOVE 'OK' TO AUD-STATUS
100300           END-EVALUATE
100320           MOVE WS-FEED-DATE TO AUD-HDR-DATE
100340           MOVE WS-FEED-SOURCE TO AUD-SOURCE
100400           MOVE SPACES TO RUN-AUDIT-REC
100500           MOVE AUD-RECORD TO RUN-AUDIT-REC
100600           WRITE RUN-AUDIT-REC
100700           IF WS-RUN-AUDIT-STATUS NOT = '00'
100800               DISPLAY 'STATION-MERGE: WARNING - CANNOT WRITE '
100900                   'RUN AUDIT RECORD, STATUS=' WS-RUN-AUDIT-STATUS
101000           END-IF
101100           CLOSE RUN-AUDIT-FILE.
101200       9500-WRITE-RUN-AUDIT-EXIT.
101300           EXIT.
101400*
101500******************************************************************
101600*    9999-EXIT
101700******************************************************************
101800       9999-EXIT.
101900           PERFORM 9500-WRITE-RUN-AUDIT THRU
102000               9500-WRITE-RUN-AUDIT-EXIT
102100           GOBACK.
