000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. PARTITION-AGG.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  AGGREGATES THE PARTITIONS
001000*               OF A MEASUREMENTS FILE CUT BY MEAS-SPLIT, ONE
001100*               STATION-AGG CALL PER PARTITION, AND WRITES EACH
001200*               PARTITION'S STATION TABLE AND CONTROL TOTALS TO
001300*               A RESULT FILE FOR STATION-MERGE.
001310*    2026-10-15 TB  WORST RETURN CODE HELD IN WS-HIGH-RC, SO A
001320*               LATER PARTITION'S CALL CANNOT RESET IT.
001400******************************************************************
001500*
001600******************************************************************
001700*    THE CONTROL FILE (./PARTITION-AGG-CONTROL.TXT) IS UP TO
001800*    THREE LINE SEQUENTIAL RECORDS:
001900*      LINE 1  MEASUREMENTS FILE NAME, AS GIVEN TO MEAS-SPLIT
002000*      LINE 2  PARTITION NUMBER 01 THRU 99, OR BLANK / 00 FOR
002100*              EVERY PARTITION NOT ALREADY AGGREGATED
002200*      LINE 3  STATION MASTER FILE NAME (OPTIONAL, DEFAULT
002300*              ./STATION-MASTER.TXT)
002400*
002500*    SEVERAL COPIES OF THIS PROGRAM, EACH WITH ITS OWN PARTITION
002600*    NUMBER, CAN RUN SIDE BY SIDE -- EACH PARTITION HAS ITS OWN
002700*    CHECKPOINT, REJECT, EXCEPTION AND RESULT FILES (SEE
002800*    PRTREC.CPY).  WITH A BLANK PARTITION NUMBER THE PARTITIONS
002900*    RUN ONE AFTER ANOTHER, AND A PARTITION WHOSE RESULT FILE
003000*    ALREADY HOLDS A CLEAN (OK) RESULT FOR THE CURRENT CUT IS
003100*    SKIPPED, SO A RERUN AFTER A FAILURE PICKS UP WHERE THE LAST
003200*    ONE STOPPED.  A PARTITION INTERRUPTED PART WAY THROUGH
003300*    RESUMES FROM ITS OWN STATION-AGG CHECKPOINT.
003400*
003500*    THE FEED'S HEADER DATE AND SOURCE COME FROM THE MANIFEST
003600*    AND ARE PASSED TO EVERY PARTITION, SO THE PIECES AFTER THE
003700*    FIRST ARE READ UNDER THE RIGHT FEED PROFILE.  THE TUNABLES
003800*    ARE LEFT AT ZERO (STATION-AGG'S DEFAULTS), THE SAME AS
003900*    WEEKLY-DRIVER, SO EVERY PARTITION SAMPLES ALIKE.
004000*
004100*    RETURN CODES FOLLOW TREYBASTIAN_1BRC, WORST PARTITION
004200*    WINS: 12 A PARTITION WAS REFUSED FOR BALANCING, 16 STATION
004300*    TABLE OVERFLOW OR SETUP ERROR, 20 I/O ERROR.
004400******************************************************************
004500       ENVIRONMENT DIVISION.
004600       INPUT-OUTPUT SECTION.
004700       FILE-CONTROL.
004800           SELECT CONTROL-FILE
004900               ASSIGN TO "./partition-agg-control.txt"
005000               ORGANIZATION IS LINE SEQUENTIAL
005100               FILE STATUS IS WS-CONTROL-STATUS.
005200           SELECT MANIFEST-FILE
005300               ASSIGN TO DYNAMIC WS-MANIFEST-FILE-NAME
005400               ORGANIZATION IS LINE SEQUENTIAL
005500               FILE STATUS IS WS-MANIFEST-STATUS.
005600           SELECT RESULT-FILE
005700               ASSIGN TO DYNAMIC WS-RESULT-FILE-NAME
005800               ORGANIZATION IS RECORD SEQUENTIAL
005900               FILE STATUS IS WS-RESULT-STATUS.
006000*
006100       DATA DIVISION.
006200       FILE SECTION.
006300       FD  CONTROL-FILE.
006400       01  CONTROL-RECORD              PIC X(200).
006500*
006600       FD  MANIFEST-FILE.
006700       01  MANIFEST-REC                PIC X(293).
006800*
006900       FD  RESULT-FILE.
007000           COPY PRTREC.
007100*
007200       WORKING-STORAGE SECTION.
007300           COPY PRMREC.
007400*
007500       01  PART-STATION-TABLE.
007600           COPY STATTBL.
007700       01  PART-CONTROL-TOTALS.
007800           05  PCT-LINES-READ           PIC 9(10) COMP.
007900           05  PCT-READINGS-COUNTED     PIC 9(10) COMP.
008000           05  PCT-REJECT-COUNT         PIC 9(10) COMP.
008100           05  PCT-EXCEPTION-COUNT      PIC 9(10) COMP.
008200           05  PCT-STATION-COUNT        PIC 9(05) COMP.
008300           05  PCT-OVERFLOW-FLAG        PIC X(01).
008400               88  PCT-OVERFLOWED       VALUE 'Y'.
008500           05  PCT-IO-ERROR-FLAG        PIC X(01).
008600               88  PCT-IO-ERROR         VALUE 'Y'.
008700           05  PCT-BALANCE-ERROR-FLAG   PIC X(01).
008800               88  PCT-BALANCE-ERROR    VALUE 'Y'.
008900           05  PCT-ALREADY-DONE-FLAG    PIC X(01).
009000               88  PCT-ALREADY-DONE     VALUE 'Y'.
009100           05  PCT-HEADER-DATE          PIC X(08).
009200*
009300       01  RUN-TUNABLES.
009400           05  RT-CKPT-INTERVAL         PIC 9(03) COMP VALUE ZERO.
009500           05  RT-SAMPLE-CAPACITY       PIC 9(03) COMP VALUE ZERO.
009600           05  RT-MAX-STATIONS          PIC 9(05) COMP VALUE ZERO.
009700           05  RT-EXPECTED-DATE         PIC X(08) VALUE SPACES.
009800           05  RT-FORCE-FLAG            PIC X(01) VALUE 'N'.
009900           05  RT-PARTITION-MODE        PIC X(01) VALUE SPACE.
010000           05  RT-PARTITION-SOURCE      PIC X(30) VALUE SPACES.
010100*
010200       77  WS-CONTROL-STATUS            PIC X(02).
010300       77  WS-MANIFEST-STATUS           PIC X(02).
010400       77  WS-RESULT-STATUS             PIC X(02).
010500       77  WS-WHOLE-FILE-NAME           PIC X(200).
010600       77  WS-MANIFEST-FILE-NAME        PIC X(200).
010700       77  WS-RESULT-FILE-NAME          PIC X(200).
010800       77  WS-PARTITION-FILE-NAME       PIC X(200).
010900       77  WS-REJECT-FILE-NAME          PIC X(200).
011000       77  WS-EXCEPTION-FILE-NAME       PIC X(200).
011100       77  WS-CHECKPOINT-FILE-NAME      PIC X(200).
011200       77  WS-MASTER-FILE-NAME          PIC X(200)
011300                                  VALUE "./station-master.txt".
011400       77  WS-PART-NUMBER-TEXT          PIC X(10).
011500       77  WS-ONLY-PART                 PIC 9(02) VALUE ZERO.
011600       77  WS-PART-SEQ                  PIC 9(02) VALUE ZERO.
011700       77  WS-PART-RC                   PIC 9(02) VALUE ZERO.
011750       77  WS-HIGH-RC                   PIC 9(02) VALUE ZERO.
011800       77  WS-PARTS-RUN                 PIC 9(02) VALUE ZERO.
011900       77  WS-PARTS-SKIPPED             PIC 9(02) VALUE ZERO.
012000       77  WS-ALREADY-DONE-FLAG         PIC X(01) VALUE SPACE.
012100           88  WS-PART-ALREADY-DONE     VALUE 'Y'.
012200       77  WS-LINES-READ-ED             PIC Z(9)9.
012300       77  WS-STATION-COUNT-ED          PIC Z(4)9.
012400*
012500       PROCEDURE DIVISION.
012600******************************************************************
012700*    0000-MAINLINE
012800******************************************************************
012900       0000-MAINLINE.
013000           PERFORM 2000-READ-CONTROL-CARD THRU
013100               2000-READ-CONTROL-CARD-EXIT
013200           PERFORM 2500-READ-MANIFEST THRU 2500-READ-MANIFEST-EXIT
013300           IF WS-ONLY-PART NOT = ZERO
013400               MOVE WS-ONLY-PART TO WS-PART-SEQ
013500               PERFORM 3000-RUN-ONE-PARTITION THRU
013600                   3000-RUN-ONE-PARTITION-EXIT
013700           ELSE
013800               PERFORM 3000-RUN-ONE-PARTITION THRU
013900                   3000-RUN-ONE-PARTITION-EXIT
014000                   VARYING WS-PART-SEQ FROM 1 BY 1
014100                   UNTIL WS-PART-SEQ > PRM-PART-COUNT
014200           END-IF
014300           DISPLAY 'PARTITION-AGG: ' WS-PARTS-RUN
014400               ' PARTITION(S) AGGREGATED, ' WS-PARTS-SKIPPED
014500               ' ALREADY DONE'
014600           GO TO 9999-EXIT.
014700*
014800******************************************************************
014900*    2000-READ-CONTROL-CARD
015000******************************************************************
015100       2000-READ-CONTROL-CARD.
015200           OPEN INPUT CONTROL-FILE
015300           IF WS-CONTROL-STATUS NOT = '00'
015400               DISPLAY 'PARTITION-AGG: ERROR OPENING CONTROL '
015500                   'FILE, STATUS=' WS-CONTROL-STATUS
015600               MOVE 16 TO WS-HIGH-RC
015700               GO TO 9999-EXIT
015800           END-IF
015900           MOVE SPACES TO CONTROL-RECORD
016000           READ CONTROL-FILE
016100           MOVE CONTROL-RECORD TO WS-WHOLE-FILE-NAME
016200           MOVE SPACES TO CONTROL-RECORD
016300           READ CONTROL-FILE
016400           MOVE CONTROL-RECORD TO WS-PART-NUMBER-TEXT
016500           MOVE SPACES TO CONTROL-RECORD
016600           READ CONTROL-FILE
016700           IF WS-CONTROL-STATUS = '00'
016800                   AND CONTROL-RECORD NOT = SPACES
016900               MOVE CONTROL-RECORD TO WS-MASTER-FILE-NAME
017000           END-IF
017100           CLOSE CONTROL-FILE
017200           IF WS-WHOLE-FILE-NAME = SPACES
017300               DISPLAY 'PARTITION-AGG: NO MEASUREMENTS FILE NAME '
017400                   'ON CONTROL FILE'
017500               MOVE 16 TO WS-HIGH-RC
017600               GO TO 9999-EXIT
017700           END-IF
017800           IF WS-PART-NUMBER-TEXT NOT = SPACES
017900               IF FUNCTION TRIM(WS-PART-NUMBER-TEXT)
018000                   IS NOT NUMERIC
018100                   DISPLAY 'PARTITION-AGG: INVALID PARTITION '
018200                       'NUMBER ON CONTROL FILE'
018300                   MOVE 16 TO WS-HIGH-RC
018400                   GO TO 9999-EXIT
018500               END-IF
018600               COMPUTE WS-ONLY-PART =
018700                   FUNCTION NUMVAL(WS-PART-NUMBER-TEXT)
018800           END-IF
018900           MOVE SPACES TO WS-MANIFEST-FILE-NAME
019000           STRING FUNCTION TRIM(WS-WHOLE-FILE-NAME)
019100                   DELIMITED BY SIZE
019200               '.parts' DELIMITED BY SIZE
019300               INTO WS-MANIFEST-FILE-NAME
019400           END-STRING.
019500       2000-READ-CONTROL-CARD-EXIT.
019600           EXIT.
019700*
019800******************************************************************
019900*    2500-READ-MANIFEST
020000*    NO MANIFEST MEANS THE FILE WAS NEVER CUT (OR THE CUT DID
020100*    NOT FINISH -- MEAS-SPLIT WRITES THE MANIFEST LAST).
020200******************************************************************
020300       2500-READ-MANIFEST.
020400           OPEN INPUT MANIFEST-FILE
020500           IF WS-MANIFEST-STATUS NOT = '00'
020600               DISPLAY 'PARTITION-AGG: NO PARTITION MANIFEST '
020700                   FUNCTION TRIM(WS-MANIFEST-FILE-NAME)
020800                   ', STATUS=' WS-MANIFEST-STATUS
020900               MOVE 16 TO WS-HIGH-RC
021000               GO TO 9999-EXIT
021100           END-IF
021200           READ MANIFEST-FILE INTO PRM-RECORD
021300               AT END
021400                   DISPLAY 'PARTITION-AGG: PARTITION MANIFEST '
021500                       'IS EMPTY'
021600                   MOVE 16 TO WS-HIGH-RC
021700                   CLOSE MANIFEST-FILE
021800                   GO TO 9999-EXIT
021900           END-READ
022000           CLOSE MANIFEST-FILE
022100           IF WS-ONLY-PART > PRM-PART-COUNT
022200               DISPLAY 'PARTITION-AGG: PARTITION ' WS-ONLY-PART
022300                   ' IS PAST THE ' PRM-PART-COUNT
022400                   ' PARTITIONS OF THIS CUT'
022500               MOVE 16 TO WS-HIGH-RC
022600               GO TO 9999-EXIT
022700           END-IF.
022800       2500-READ-MANIFEST-EXIT.
022900           EXIT.
023000*
023100******************************************************************
023200*    3000-RUN-ONE-PARTITION
023300*    PARTITION 1 CARRIES THE HEADER, PARTITION N THE TRAILER;
023400*    STATION-AGG IS TOLD WHICH ONE IT HAS (LK-PARTITION-MODE).
023500******************************************************************
023600       3000-RUN-ONE-PARTITION.
023700           PERFORM 3050-BUILD-FILE-NAMES THRU
023800               3050-BUILD-FILE-NAMES-EXIT
023900           IF WS-ONLY-PART = ZERO
024000               PERFORM 3100-CHECK-RESULT THRU
024100                   3100-CHECK-RESULT-EXIT
024200               IF WS-PART-ALREADY-DONE
024300                   ADD 1 TO WS-PARTS-SKIPPED
024400                   DISPLAY 'PARTITION-AGG: PARTITION ' WS-PART-SEQ
024500                       ' ALREADY AGGREGATED - SKIPPED'
024600                   GO TO 3000-RUN-ONE-PARTITION-EXIT
024700               END-IF
024800           END-IF
024900           EVALUATE TRUE
025000               WHEN WS-PART-SEQ = 1
025100                   MOVE 'F' TO RT-PARTITION-MODE
025200               WHEN WS-PART-SEQ = PRM-PART-COUNT
025300                   MOVE 'L' TO RT-PARTITION-MODE
025400               WHEN OTHER
025500                   MOVE 'M' TO RT-PARTITION-MODE
025600           END-EVALUATE
025700           MOVE PRM-HDR-DATE TO RT-EXPECTED-DATE
025800           MOVE PRM-HDR-SOURCE TO RT-PARTITION-SOURCE
025900           CALL 'STATION-AGG' USING WS-PARTITION-FILE-NAME,
026000               WS-REJECT-FILE-NAME, WS-CHECKPOINT-FILE-NAME,
026100               WS-MASTER-FILE-NAME, WS-EXCEPTION-FILE-NAME,
026200               PART-STATION-TABLE, PART-CONTROL-TOTALS,
026300               RUN-TUNABLES
026310           IF RETURN-CODE > WS-HIGH-RC
026320               MOVE RETURN-CODE TO WS-HIGH-RC
026330           END-IF
026400           ADD 1 TO WS-PARTS-RUN
026500           PERFORM 3200-WRITE-RESULT THRU 3200-WRITE-RESULT-EXIT.
026600       3000-RUN-ONE-PARTITION-EXIT.
026700           EXIT.
026800*
026900******************************************************************
027000*    3050-BUILD-FILE-NAMES
027100******************************************************************
027200       3050-BUILD-FILE-NAMES.
027300           MOVE SPACES TO WS-PARTITION-FILE-NAME
027400           STRING FUNCTION TRIM(WS-WHOLE-FILE-NAME)
027500                   DELIMITED BY SIZE
027600               '.p' DELIMITED BY SIZE
027700               WS-PART-SEQ DELIMITED BY SIZE
027800               INTO WS-PARTITION-FILE-NAME
027900           END-STRING
028000           MOVE SPACES TO WS-RESULT-FILE-NAME,
028100               WS-REJECT-FILE-NAME, WS-EXCEPTION-FILE-NAME,
028200               WS-CHECKPOINT-FILE-NAME
028300           STRING FUNCTION TRIM(WS-PARTITION-FILE-NAME)
028400                   DELIMITED BY SIZE
028500               '.tbl' DELIMITED BY SIZE
028600               INTO WS-RESULT-FILE-NAME
028700           END-STRING
028800           STRING FUNCTION TRIM(WS-PARTITION-FILE-NAME)
028900                   DELIMITED BY SIZE
029000               '.rej' DELIMITED BY SIZE
029100               INTO WS-REJECT-FILE-NAME
029200           END-STRING
029300           STRING FUNCTION TRIM(WS-PARTITION-FILE-NAME)
029400                   DELIMITED BY SIZE
029500               '.exc' DELIMITED BY SIZE
029600               INTO WS-EXCEPTION-FILE-NAME
029700           END-STRING
029800           STRING FUNCTION TRIM(WS-PARTITION-FILE-NAME)
029900                   DELIMITED BY SIZE
030000               '.ckp' DELIMITED BY SIZE
030100               INTO WS-CHECKPOINT-FILE-NAME
030200           END-STRING.
030300       3050-BUILD-FILE-NAMES-EXIT.
030400           EXIT.
030500*
030600******************************************************************
030700*    3100-CHECK-RESULT
030800*    A PARTITION IS DONE WHEN ITS RESULT FILE HOLDS AN OK RESULT
030900*    STAMPED WITH THIS CUT'S SPLIT DATE AND TIME.  A MISSING OR
031000*    EMPTY RESULT FILE, A FAILED RESULT, OR ONE FROM AN EARLIER
031100*    CUT MEANS IT STILL HAS TO RUN.
031200******************************************************************
031300       3100-CHECK-RESULT.
031400           MOVE SPACE TO WS-ALREADY-DONE-FLAG
031500           OPEN INPUT RESULT-FILE
031600           IF WS-RESULT-STATUS NOT = '00'
031700               GO TO 3100-CHECK-RESULT-EXIT
031800           END-IF
031900           READ RESULT-FILE
032000               AT END
032100                   CONTINUE
032200               NOT AT END
032300                   IF PRT-STATUS = 'OK'
032400                       AND PRT-SPLIT-DATE = PRM-SPLIT-DATE
032500                       AND PRT-SPLIT-TIME = PRM-SPLIT-TIME
032600                       SET WS-PART-ALREADY-DONE TO TRUE
032700                   END-IF
032800           END-READ
032900           CLOSE RESULT-FILE.
033000       3100-CHECK-RESULT-EXIT.
033100           EXIT.
033200*
033300******************************************************************
033400*    3200-WRITE-RESULT
033500*    THE RESULT IS WRITTEN WHATEVER THE OUTCOME, SO STATION-MERGE
033600*    CAN SAY WHICH PARTITION FAILED AND WHY.
033700******************************************************************
033800       3200-WRITE-RESULT.
033900           MOVE ZERO TO WS-PART-RC
034000           OPEN OUTPUT RESULT-FILE
034100           IF WS-RESULT-STATUS NOT = '00'
034200               DISPLAY 'PARTITION-AGG: ERROR OPENING '
034300                   FUNCTION TRIM(WS-RESULT-FILE-NAME)
034400                   ', STATUS=' WS-RESULT-STATUS
034500               MOVE 20 TO WS-HIGH-RC
034600               GO TO 3200-WRITE-RESULT-EXIT
034700           END-IF
034800           MOVE WS-PART-SEQ TO PRT-PART-SEQ
034900           EVALUATE TRUE
035000               WHEN PCT-OVERFLOWED
035100                   MOVE 'OVFL' TO PRT-STATUS
035200                   MOVE 16 TO WS-PART-RC
035300               WHEN PCT-IO-ERROR
035400                   MOVE 'IOER' TO PRT-STATUS
035500                   MOVE 20 TO WS-PART-RC
035600               WHEN PCT-BALANCE-ERROR
035700                   MOVE 'BALE' TO PRT-STATUS
035800                   MOVE 12 TO WS-PART-RC
035900               WHEN OTHER
036000                   MOVE 'OK' TO PRT-STATUS
036100           END-EVALUATE
036200           MOVE PCT-HEADER-DATE TO PRT-HEADER-DATE
036300           MOVE PRM-SPLIT-DATE TO PRT-SPLIT-DATE
036400           MOVE PRM-SPLIT-TIME TO PRT-SPLIT-TIME
036500           MOVE PCT-LINES-READ TO PRT-LINES-READ
036600           MOVE PCT-READINGS-COUNTED TO PRT-READINGS-COUNTED
036700           MOVE PCT-REJECT-COUNT TO PRT-REJECT-COUNT
036800           MOVE PCT-EXCEPTION-COUNT TO PRT-EXCEPTION-COUNT
036900           MOVE PCT-STATION-COUNT TO PRT-STATION-COUNT
037000           MOVE PART-STATION-TABLE TO PRT-STATION-DATA
037100           WRITE PRT-RECORD
037200           IF WS-RESULT-STATUS NOT = '00'
037300               DISPLAY 'PARTITION-AGG: ERROR WRITING '
037400                   FUNCTION TRIM(WS-RESULT-FILE-NAME)
037500                   ', STATUS=' WS-RESULT-STATUS
037600               MOVE 20 TO WS-PART-RC
037700           END-IF
037800           CLOSE RESULT-FILE
037900           MOVE PCT-LINES-READ TO WS-LINES-READ-ED
038000           MOVE PCT-STATION-COUNT TO WS-STATION-COUNT-ED
038100           DISPLAY 'PARTITION-AGG: PARTITION ' WS-PART-SEQ ' '
038200               PRT-STATUS ' LINES=' WS-LINES-READ-ED
038300               ' STATIONS=' WS-STATION-COUNT-ED
038400           IF WS-PART-RC > WS-HIGH-RC
038500               MOVE WS-PART-RC TO WS-HIGH-RC
038600           END-IF.
038700       3200-WRITE-RESULT-EXIT.
038800           EXIT.
038900*
039000******************************************************************
039100*    9999-EXIT
039200******************************************************************
039300       9999-EXIT.
039350           MOVE WS-HIGH-RC TO RETURN-CODE
039400           STOP RUN.
