000100       IDENTIFICATION DIVISION.
000200       PROGRAM-ID. STATION-ASOF.
000300*    AUTHOR:         TREY BASTIAN
000400*    INSTALLATION:   WEATHER-OPS BATCH
000500*    DATE-WRITTEN:   2026-10-15
000600*    DATE-COMPILED:
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    2026-10-15 TB  INITIAL VERSION.  AS-OF-DATE STATION MASTER
001000*               LOOKUP: RETURNS A STATION'S MASTER IMAGE AS IT
001100*               STOOD ON A PAST DATE, SO A REPORT RERUN FOR LAST
001200*               MONTH PUTS A STATION UNDER THE REGION (AND
001300*               STATUS, AND COORDINATES) IN EFFECT THEN RATHER
001400*               THAN TODAY'S.  CALLED BY DEGREE-DAYS,
001500*               STATION-PLAUSIBILITY, STATION-SCORECARD AND THE
001600*               TREYBASTIAN_1BRC REGIONAL ROLLUP.
001650*    2026-10-15 TB  MASTER FILE NAME NOW COMES FROM THE CALLER.
001660*               A CHANGE LOG TOO LARGE FOR THE WIND-BACK TABLE
001670*               STOPS THE RUN RC 16 INSTEAD OF RETURNING
001680*               PARTIAL AS-OF IMAGES.
001700******************************************************************
001800*
001900******************************************************************
002000*    THE CALLER PASSES THE ASFREQ.CPY AREA: THE AS-OF DATE AND
002100*    THE STATION'S CURRENT MASTER NAME.  ON THE FIRST CALL FOR A
002200*    GIVEN DATE THE CALLER'S MASTER (ASF-MASTER-FILE-NAME) IS
002300*    LOADED AND THE CHANGE LOG STATION-MAINT KEEPS
002400*    (./STATION-MASTER-CHANGELOG.TXT, SEE MCLREC.CPY) IS WOUND
002500*    BACK OVER IT: EVERY ENTRY EFFECTIVE AFTER THE AS-OF DATE IS
002600*    UNDONE, NEWEST FIRST, BY PUTTING BACK ITS BEFORE IMAGE.  AN
002700*    UNDONE ADD LEAVES THE STATION NOT YET ADDED ON THAT DATE.
002800*    LATER CALLS FOR THE SAME DATE ARE A HASH LOOKUP AGAINST THE
002900*    RESULT; A CALL FOR A DIFFERENT DATE OR MASTER REBUILDS IT.
003000*
003100*    THE LOG IS UNDONE IN THE ORDER IT WAS WRITTEN (APPLICATION
003200*    ORDER), NOT EFFECTIVE-DATE ORDER.  A BACK-DATED CARD APPLIED
003300*    AFTER A LATER-EFFECTIVE ONE IS THEREFORE NOT LAYERED UNDER
003400*    IT: UNDOING THE LATER-EFFECTIVE ENTRY RESTORES ITS WHOLE
003500*    BEFORE IMAGE.  STATION-MAINT NEVER DELETES A STATION, SO
003600*    EVERY STATION THAT EVER EXISTED IS STILL ON THE CURRENT
003700*    MASTER AND THE WIND-BACK NEVER HAS TO RESURRECT ONE.
003800*
003900*    A MISSING MASTER ANSWERS EVERY LOOKUP NOT ON MASTER.  A
004000*    MISSING CHANGE LOG (NO MAINTENANCE SINCE THE LOG BEGAN)
004100*    ANSWERS WITH THE CURRENT IMAGE.  A LOG WITH MORE LATER
004150*    CHANGES THAN CLT-TABLE HOLDS STOPS THE RUN RC 16.
004200******************************************************************
004300       ENVIRONMENT DIVISION.
004400       INPUT-OUTPUT SECTION.
004500       FILE-CONTROL.
004600           SELECT MASTER-FILE
004650               ASSIGN TO DYNAMIC WS-AF-MASTER-FILE-NAME
004700               ORGANIZATION IS LINE SEQUENTIAL
004800               FILE STATUS IS WS-MASTER-STATUS.
004900           SELECT CHANGE-LOG-FILE
005000               ASSIGN TO "./station-master-changelog.txt"
005100               ORGANIZATION IS LINE SEQUENTIAL
005200               FILE STATUS IS WS-CHANGE-LOG-STATUS.
005300*
005400       DATA DIVISION.
005500       FILE SECTION.
005600       FD  MASTER-FILE.
005700       01  MASTER-REC                  PIC X(225).
005800*
005900       FD  CHANGE-LOG-FILE.
006000           COPY MCLREC.
006100*
006200       WORKING-STORAGE SECTION.
006300       01  STATION-MASTER-REC.
006400           COPY STAMST.
006500*
006600*    AOF-TABLE IS THE MASTER AS OF THE LOADED DATE.  AOF-NAME IS
006700*    THE CURRENT NAME (THE LOOKUP KEY CALLERS USE); AOF-TRACK-NAME
006800*    IS THE NAME AS THE WIND-BACK HAS REACHED SO FAR, WHICH IS
006900*    WHAT EACH LOG ENTRY'S AFTER IMAGE IS MATCHED ON.  EACH NAME
007000*    HAS ITS OWN CHAINED HASH, THE SAME APPROACH STATTBL.CPY
007100*    USES.
007200       01  AOF-TABLE.
007300           05  AOF-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
007400           05  AOF-ENTRY OCCURS 10000 TIMES INDEXED BY AOF-IDX.
007500               10  AOF-NAME            PIC X(100).
007600               10  AOF-TRACK-NAME      PIC X(100).
007700               10  AOF-IMAGE           PIC X(225).
007800               10  AOF-EFFECT-FLAG     PIC X(01).
007900                   88  AOF-IN-EFFECT   VALUE 'Y'.
008000               10  AOF-HASH-NEXT       PIC 9(05) COMP.
008100               10  AOF-TRACK-NEXT      PIC 9(05) COMP.
008200           05  AOF-HASH-BUCKET OCCURS 2003 TIMES
008300                                       PIC 9(05) COMP.
008400           05  AOF-TRACK-BUCKET OCCURS 2003 TIMES
008500                                       PIC 9(05) COMP.
008600*
008700*    CLT-TABLE HOLDS THE CHANGE-LOG ENTRIES EFFECTIVE AFTER THE
008800*    AS-OF DATE, IN LOG ORDER -- THE ONLY ONES THAT NEED UNDOING.
008900       01  CLT-TABLE.
009000           05  CLT-LAST-IDX            PIC 9(05) COMP VALUE ZERO.
009100           05  CLT-ENTRY OCCURS 5000 TIMES.
009200               10  CLT-BEFORE-IMAGE    PIC X(225).
009300               10  CLT-AFTER-IMAGE     PIC X(225).
009400*
009500       77  WS-AF-LOOKUP-NAME           PIC X(100).
009600       77  WS-AF-NAME-BYTES REDEFINES WS-AF-LOOKUP-NAME
009700                                       PIC X(01) OCCURS 100 TIMES.
009800       77  WS-AF-HASH-SUM              PIC 9(10) COMP.
009900       77  WS-AF-HASH-QUOT             PIC 9(10) COMP.
010000       77  WS-AF-HASH-REM              PIC 9(05) COMP.
010100       77  WS-AF-HASH-BUCKET-COUNT     PIC 9(05) COMP VALUE 2003.
010200       77  WS-AF-BUCKET                PIC 9(05) COMP.
010300       77  WS-AF-CHAR-IDX              PIC 9(03) COMP.
010400       77  WS-AF-CHAIN-IDX             PIC 9(05) COMP.
010500       77  WS-AF-FOUND-IDX             PIC 9(05) COMP.
010600       77  WS-AF-BUCKET-IDX            PIC 9(05) COMP.
010700       77  WS-AF-REBUILD-IDX           PIC 9(05) COMP.
010800       77  WS-CLT-IDX                  PIC 9(05) COMP.
010900       77  WS-MAX-AF-STATIONS          PIC 9(05) COMP VALUE 10000.
011000       77  WS-MAX-CLT-ENTRIES          PIC 9(05) COMP VALUE 5000.
011100*
011200       77  WS-MASTER-STATUS            PIC X(02).
011300       77  WS-CHANGE-LOG-STATUS        PIC X(02).
011400       77  WS-MASTER-EOF-FLAG          PIC X(01) VALUE SPACE.
011500           88  WS-MASTER-EOF           VALUE 'Y'.
011600       77  WS-CHANGE-LOG-EOF-FLAG      PIC X(01) VALUE SPACE.
011700           88  WS-CHANGE-LOG-EOF       VALUE 'Y'.
011800       77  WS-LOADED-DATE              PIC X(08) VALUE SPACES.
011850       77  WS-LOADED-MASTER            PIC X(200) VALUE SPACES.
011860       77  WS-AF-MASTER-FILE-NAME      PIC X(200).
011900       77  WS-BEFORE-NAME              PIC X(100).
012000       77  WS-AFTER-NAME               PIC X(100).
012100       77  WS-UNMATCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
012200       77  WS-COUNT-ED                 PIC Z(4)9.
012300*
012400       LINKAGE SECTION.
012500       01  LK-ASOF-AREA.
012600           COPY ASFREQ.
012700*
012800       PROCEDURE DIVISION USING LK-ASOF-AREA.
012900******************************************************************
013000*    0000-MAINLINE
013100******************************************************************
013200       0000-MAINLINE.
013300           IF ASF-AS-OF-DATE NOT = WS-LOADED-DATE OR
013350               ASF-MASTER-FILE-NAME NOT = WS-LOADED-MASTER
013400               PERFORM 1000-BUILD-AS-OF-MASTER THRU
013500                   1000-BUILD-AS-OF-MASTER-EXIT
013600           END-IF
013700           PERFORM 5000-LOOKUP-STATION THRU
013800               5000-LOOKUP-STATION-EXIT
013900           GO TO 9999-EXIT.
014000*
014100******************************************************************
014200*    1000-BUILD-AS-OF-MASTER
014300******************************************************************
014400       1000-BUILD-AS-OF-MASTER.
014500           INITIALIZE AOF-TABLE
014600           INITIALIZE CLT-TABLE
014700           MOVE ZERO TO WS-UNMATCHED-COUNT
014800           MOVE ASF-AS-OF-DATE TO WS-LOADED-DATE
014850           MOVE ASF-MASTER-FILE-NAME TO WS-LOADED-MASTER
014860           MOVE ASF-MASTER-FILE-NAME TO WS-AF-MASTER-FILE-NAME
014900           PERFORM 2000-LOAD-CURRENT-MASTER THRU
015000               2000-LOAD-CURRENT-MASTER-EXIT
015100           PERFORM 3000-LOAD-LATER-CHANGES THRU
015200               3000-LOAD-LATER-CHANGES-EXIT
015300           PERFORM 4000-UNDO-ONE-CHANGE THRU
015400               4000-UNDO-ONE-CHANGE-EXIT
015500               VARYING WS-CLT-IDX FROM CLT-LAST-IDX BY -1
015600               UNTIL WS-CLT-IDX < 1
015700           IF WS-UNMATCHED-COUNT NOT = ZERO
015800               MOVE WS-UNMATCHED-COUNT TO WS-COUNT-ED
015900               DISPLAY 'STATION-ASOF: ' WS-COUNT-ED
016000                   ' CHANGE-LOG ENTRIES MATCH NO MASTER STATION'
016100           END-IF.
016200       1000-BUILD-AS-OF-MASTER-EXIT.
016300           EXIT.
016400*
016500******************************************************************
016600*    2000-LOAD-CURRENT-MASTER
016700******************************************************************
016800       2000-LOAD-CURRENT-MASTER.
016900           OPEN INPUT MASTER-FILE
017000           IF WS-MASTER-STATUS NOT = '00'
017100               DISPLAY 'STATION-ASOF: NO STATION MASTER, STATUS='
017200                   WS-MASTER-STATUS
017300               GO TO 2000-LOAD-CURRENT-MASTER-EXIT
017400           END-IF
017500           MOVE SPACE TO WS-MASTER-EOF-FLAG
017600           PERFORM 2100-READ-ONE-MASTER THRU
017700               2100-READ-ONE-MASTER-EXIT
017800               UNTIL WS-MASTER-EOF
017900           CLOSE MASTER-FILE.
018000       2000-LOAD-CURRENT-MASTER-EXIT.
018100           EXIT.
018200*
018300******************************************************************
018400*    2100-READ-ONE-MASTER
018500*    EACH RECORD STARTS OUT IN EFFECT WITH ITS CURRENT IMAGE;
018600*    THE WIND-BACK IN 4000 THEN WORKS ON IT.
018700******************************************************************
018800       2100-READ-ONE-MASTER.
018900           READ MASTER-FILE INTO STATION-MASTER-REC
019000               AT END
019100                   SET WS-MASTER-EOF TO TRUE
019200                   GO TO 2100-READ-ONE-MASTER-EXIT
019300           END-READ
019400           IF STM-STATION-NAME = SPACES
019500               GO TO 2100-READ-ONE-MASTER-EXIT
019600           END-IF
019700           IF AOF-LAST-IDX NOT < WS-MAX-AF-STATIONS
019800               DISPLAY 'STATION-ASOF: MASTER TABLE FULL - '
019900                   'RECORD DROPPED'
020000               GO TO 2100-READ-ONE-MASTER-EXIT
020100           END-IF
020200           ADD 1 TO AOF-LAST-IDX
020300           MOVE AOF-LAST-IDX TO WS-AF-FOUND-IDX
020400           MOVE STM-STATION-NAME TO AOF-NAME(WS-AF-FOUND-IDX)
020500           MOVE STM-STATION-NAME TO
020600               AOF-TRACK-NAME(WS-AF-FOUND-IDX)
020700           MOVE STATION-MASTER-REC TO AOF-IMAGE(WS-AF-FOUND-IDX)
020800           MOVE 'Y' TO AOF-EFFECT-FLAG(WS-AF-FOUND-IDX)
020900           MOVE STM-STATION-NAME TO WS-AF-LOOKUP-NAME
021000           PERFORM 6500-COMPUTE-AF-HASH THRU
021100               6500-COMPUTE-AF-HASH-EXIT
021200           MOVE ZERO TO AOF-HASH-NEXT(WS-AF-FOUND-IDX)
021300           IF AOF-HASH-BUCKET(WS-AF-BUCKET) NOT = ZERO
021400               MOVE AOF-HASH-BUCKET(WS-AF-BUCKET) TO
021500                   AOF-HASH-NEXT(WS-AF-FOUND-IDX)
021600           END-IF
021700           MOVE WS-AF-FOUND-IDX TO AOF-HASH-BUCKET(WS-AF-BUCKET)
021800           MOVE ZERO TO AOF-TRACK-NEXT(WS-AF-FOUND-IDX)
021900           IF AOF-TRACK-BUCKET(WS-AF-BUCKET) NOT = ZERO
022000               MOVE AOF-TRACK-BUCKET(WS-AF-BUCKET) TO
022100                   AOF-TRACK-NEXT(WS-AF-FOUND-IDX)
022200           END-IF
022300           MOVE WS-AF-FOUND-IDX TO AOF-TRACK-BUCKET(WS-AF-BUCKET).
022400       2100-READ-ONE-MASTER-EXIT.
022500           EXIT.
022600*
022700******************************************************************
022800*    3000-LOAD-LATER-CHANGES
022900*    NO CHANGE LOG IS NOT AN ERROR -- NOTHING TO UNDO.
023000******************************************************************
023100       3000-LOAD-LATER-CHANGES.
023200           OPEN INPUT CHANGE-LOG-FILE
023300           IF WS-CHANGE-LOG-STATUS NOT = '00'
023400               GO TO 3000-LOAD-LATER-CHANGES-EXIT
023500           END-IF
023600           MOVE SPACE TO WS-CHANGE-LOG-EOF-FLAG
023700           PERFORM 3100-READ-ONE-CHANGE THRU
023800               3100-READ-ONE-CHANGE-EXIT
023900               UNTIL WS-CHANGE-LOG-EOF
024000           CLOSE CHANGE-LOG-FILE.
024100       3000-LOAD-LATER-CHANGES-EXIT.
024200           EXIT.
024300*
024400******************************************************************
024500*    3100-READ-ONE-CHANGE
024600*    A TABLE OVERFLOW STOPS THE RUN RC 16 -- UNDOING ONLY THE
024700*    OLDEST 5000 OF THE LATER CHANGES WOULD GIVE THE CALLER
024800*    WRONG AS-OF IMAGES, AND A REPORT BUILT ON THEM WOULD LOOK
024900*    COMPLETE.
025000******************************************************************
025100       3100-READ-ONE-CHANGE.
025200           READ CHANGE-LOG-FILE
025300               AT END
025400                   SET WS-CHANGE-LOG-EOF TO TRUE
025500                   GO TO 3100-READ-ONE-CHANGE-EXIT
025600           END-READ
025700           IF MCL-EFFECTIVE-DATE IS NOT NUMERIC OR
025800               MCL-EFFECTIVE-DATE NOT > ASF-AS-OF-DATE
025900               GO TO 3100-READ-ONE-CHANGE-EXIT
026000           END-IF
026100           IF CLT-LAST-IDX NOT < WS-MAX-CLT-ENTRIES
026200               DISPLAY 'STATION-ASOF: TOO MANY CHANGES AFTER '
026300                   ASF-AS-OF-DATE ' - AS-OF IMAGES INCOMPLETE'
026400               CLOSE CHANGE-LOG-FILE
026500               MOVE 16 TO RETURN-CODE
026550               STOP RUN
026600           END-IF
026700           ADD 1 TO CLT-LAST-IDX
026800           MOVE MCL-BEFORE-IMAGE TO CLT-BEFORE-IMAGE(CLT-LAST-IDX)
026900           MOVE MCL-AFTER-IMAGE TO CLT-AFTER-IMAGE(CLT-LAST-IDX).
027000       3100-READ-ONE-CHANGE-EXIT.
027100           EXIT.
027200*
027300******************************************************************
027400*    4000-UNDO-ONE-CHANGE
027500*    FINDS THE STATION WHOSE NAME, AS WOUND BACK SO FAR, IS THE
027600*    ENTRY'S AFTER-IMAGE NAME, AND PUTS THE BEFORE IMAGE BACK.
027700*    A BLANK BEFORE IMAGE IS AN ADD: THE STATION DID NOT YET
027800*    EXIST.  A BEFORE IMAGE UNDER ANOTHER NAME IS A RENAME: THE
027900*    TRACKING NAME CHANGES, SO ITS HASH IS REBUILT (THE SAME
028000*    WAY STATION-MAINT'S 7000-REBUILD-HASH HANDLES A RENAME).
028100******************************************************************
028200       4000-UNDO-ONE-CHANGE.
028300           MOVE CLT-AFTER-IMAGE(WS-CLT-IDX) TO STATION-MASTER-REC
028400           MOVE STM-STATION-NAME TO WS-AFTER-NAME
028500           MOVE WS-AFTER-NAME TO WS-AF-LOOKUP-NAME
028600           PERFORM 6500-COMPUTE-AF-HASH THRU
028700               6500-COMPUTE-AF-HASH-EXIT
028800           MOVE AOF-TRACK-BUCKET(WS-AF-BUCKET) TO WS-AF-CHAIN-IDX
028900           MOVE ZERO TO WS-AF-FOUND-IDX
029000           PERFORM 6700-WALK-TRACK-CHAIN THRU
029100               6700-WALK-TRACK-CHAIN-EXIT
029200               UNTIL WS-AF-CHAIN-IDX = ZERO OR WS-AF-FOUND-IDX
029300                   NOT = ZERO
029400           IF WS-AF-FOUND-IDX = ZERO
029500               ADD 1 TO WS-UNMATCHED-COUNT
029600               GO TO 4000-UNDO-ONE-CHANGE-EXIT
029700           END-IF
029800           IF CLT-BEFORE-IMAGE(WS-CLT-IDX) = SPACES
029900               MOVE 'N' TO AOF-EFFECT-FLAG(WS-AF-FOUND-IDX)
030000               MOVE SPACES TO AOF-IMAGE(WS-AF-FOUND-IDX)
030100               GO TO 4000-UNDO-ONE-CHANGE-EXIT
030200           END-IF
030300           MOVE CLT-BEFORE-IMAGE(WS-CLT-IDX) TO
030400               AOF-IMAGE(WS-AF-FOUND-IDX)
030500           MOVE CLT-BEFORE-IMAGE(WS-CLT-IDX) TO STATION-MASTER-REC
030600           MOVE STM-STATION-NAME TO WS-BEFORE-NAME
030700           IF WS-BEFORE-NAME NOT = WS-AFTER-NAME
030800               MOVE WS-BEFORE-NAME TO
030900                   AOF-TRACK-NAME(WS-AF-FOUND-IDX)
031000               PERFORM 7000-REBUILD-TRACK-HASH THRU
031100                   7000-REBUILD-TRACK-HASH-EXIT
031200           END-IF.
031300       4000-UNDO-ONE-CHANGE-EXIT.
031400           EXIT.
031500*
031600******************************************************************
031700*    5000-LOOKUP-STATION
031800******************************************************************
031900       5000-LOOKUP-STATION.
032000           MOVE SPACES TO ASF-STATION-IMAGE
032100           MOVE ASF-STATION-NAME TO WS-AF-LOOKUP-NAME
032200           PERFORM 6500-COMPUTE-AF-HASH THRU
032300               6500-COMPUTE-AF-HASH-EXIT
032400           MOVE AOF-HASH-BUCKET(WS-AF-BUCKET) TO WS-AF-CHAIN-IDX
032500           MOVE ZERO TO WS-AF-FOUND-IDX
032600           PERFORM 6600-WALK-NAME-CHAIN THRU
032700               6600-WALK-NAME-CHAIN-EXIT
032800               UNTIL WS-AF-CHAIN-IDX = ZERO OR WS-AF-FOUND-IDX
032900                   NOT = ZERO
033000           IF WS-AF-FOUND-IDX = ZERO
033100               SET ASF-NOT-ON-MASTER TO TRUE
033200               GO TO 5000-LOOKUP-STATION-EXIT
033300           END-IF
033400           IF NOT AOF-IN-EFFECT(WS-AF-FOUND-IDX)
033500               SET ASF-NOT-YET-ADDED TO TRUE
033600               GO TO 5000-LOOKUP-STATION-EXIT
033700           END-IF
033800           SET ASF-IN-EFFECT TO TRUE
033900           MOVE AOF-IMAGE(WS-AF-FOUND-IDX) TO ASF-STATION-IMAGE.
034000       5000-LOOKUP-STATION-EXIT.
034100           EXIT.
034200*
034300******************************************************************
034400*    6500-COMPUTE-AF-HASH
034500*    SAME NAME HASH AS STATION-AGG'S 3510-COMPUTE-HASH.
034600******************************************************************
034700       6500-COMPUTE-AF-HASH.
034800           MOVE ZERO TO WS-AF-HASH-SUM
034900           PERFORM VARYING WS-AF-CHAR-IDX FROM 1 BY 1
035000               UNTIL WS-AF-CHAR-IDX > 100
035100               COMPUTE WS-AF-HASH-SUM = WS-AF-HASH-SUM +
035200                   FUNCTION ORD(WS-AF-NAME-BYTES(WS-AF-CHAR-IDX))
035300           END-PERFORM
035400           DIVIDE WS-AF-HASH-SUM BY WS-AF-HASH-BUCKET-COUNT GIVING
035500               WS-AF-HASH-QUOT REMAINDER WS-AF-HASH-REM
035600           COMPUTE WS-AF-BUCKET = WS-AF-HASH-REM + 1.
035700       6500-COMPUTE-AF-HASH-EXIT.
035800           EXIT.
035900*
036000******************************************************************
036100*    6600-WALK-NAME-CHAIN
036200******************************************************************
036300       6600-WALK-NAME-CHAIN.
036400           IF AOF-NAME(WS-AF-CHAIN-IDX) = WS-AF-LOOKUP-NAME
036500               MOVE WS-AF-CHAIN-IDX TO WS-AF-FOUND-IDX
036600           ELSE
036700               MOVE AOF-HASH-NEXT(WS-AF-CHAIN-IDX) TO
036800                   WS-AF-CHAIN-IDX
036900           END-IF.
037000       6600-WALK-NAME-CHAIN-EXIT.
037100           EXIT.
037200*
037300******************************************************************
037400*    6700-WALK-TRACK-CHAIN
037500*    A STATION ALREADY WOUND BACK PAST ITS ADD IS SKIPPED -- ITS
037600*    NAME CANNOT BELONG TO AN OLDER ENTRY.
037700******************************************************************
037800       6700-WALK-TRACK-CHAIN.
037900           IF AOF-TRACK-NAME(WS-AF-CHAIN-IDX) = WS-AF-LOOKUP-NAME
038000               AND AOF-IN-EFFECT(WS-AF-CHAIN-IDX)
038100               MOVE WS-AF-CHAIN-IDX TO WS-AF-FOUND-IDX
038200           ELSE
038300               MOVE AOF-TRACK-NEXT(WS-AF-CHAIN-IDX) TO
038400                   WS-AF-CHAIN-IDX
038500           END-IF.
038600       6700-WALK-TRACK-CHAIN-EXIT.
038700           EXIT.
038800*
038900******************************************************************
039000*    7000-REBUILD-TRACK-HASH
039100******************************************************************
039200       7000-REBUILD-TRACK-HASH.
039300           PERFORM VARYING WS-AF-BUCKET-IDX FROM 1 BY 1
039400               UNTIL WS-AF-BUCKET-IDX > 2003
039500               MOVE ZERO TO AOF-TRACK-BUCKET(WS-AF-BUCKET-IDX)
039600           END-PERFORM
039700           PERFORM 7100-RELINK-ONE-ENTRY THRU
039800               7100-RELINK-ONE-ENTRY-EXIT
039900               VARYING WS-AF-REBUILD-IDX FROM 1 BY 1
040000               UNTIL WS-AF-REBUILD-IDX > AOF-LAST-IDX.
040100       7000-REBUILD-TRACK-HASH-EXIT.
040200           EXIT.
040300*
040400******************************************************************
040500*    7100-RELINK-ONE-ENTRY
040600******************************************************************
040700       7100-RELINK-ONE-ENTRY.
040800           MOVE AOF-TRACK-NAME(WS-AF-REBUILD-IDX) TO
040900               WS-AF-LOOKUP-NAME
041000           PERFORM 6500-COMPUTE-AF-HASH THRU
041100               6500-COMPUTE-AF-HASH-EXIT
041200           MOVE ZERO TO AOF-TRACK-NEXT(WS-AF-REBUILD-IDX)
041300           IF AOF-TRACK-BUCKET(WS-AF-BUCKET) NOT = ZERO
041400               MOVE AOF-TRACK-BUCKET(WS-AF-BUCKET) TO
041500                   AOF-TRACK-NEXT(WS-AF-REBUILD-IDX)
041600           END-IF
041700           MOVE WS-AF-REBUILD-IDX TO
041800               AOF-TRACK-BUCKET(WS-AF-BUCKET).
041900       7100-RELINK-ONE-ENTRY-EXIT.
042000           EXIT.
042100*
042200******************************************************************
042300*    9999-EXIT
042400******************************************************************
042500       9999-EXIT.
042600           GOBACK.
